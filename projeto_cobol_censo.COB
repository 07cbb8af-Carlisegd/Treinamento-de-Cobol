000100*****************************************************************
000110* PROGRAM-ID : EXPORTA-CENSO
000120* AUTHOR     : CARLISE DEBONA
000130* INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS
000140* DATE-WRITTEN: 15/10/2026
000150* PURPOSE    : GERA, PARA O ANO INFORMADO NO CENSOPARM, O ARQUIVO
000160*              DE SITUACAO FINAL DOS ALUNOS PARA O CENSO ESCOLAR
000170*              (CENSOEXP), COM O REGISTRO DE IDENTIFICACAO DA
000180*              ESCOLA (89), UM REGISTRO POR ALUNO (90) E O
000190*              REGISTRO DE CONTROLE FINAL (99) COM A QUANTIDADE DE
000200*              ALUNOS POR SITUACAO. SAO ALUNOS DO ANO OS QUE TEM
000210*              RESULTADO NO ANUALRESULT, MEDIA NO GRADEHIST OU
000220*              ENTURMACAO EM PERIODO LETIVO DO ANO. O RESULTADO DO
000230*              FECHAMENTO-ANUAL E CONVERTIDO PARA O CODIGO DO
000240*              CENSO (O ALUNO TRANSFERIDO NO ANO VAI COMO
000250*              TRANSFERIDO); SEM RESULTADO, A MATRICULA
000260*              TRANSFERIDA OU INATIVA VAI COMO TRANSFERIDO E A
000270*              CANCELADA COMO ABANDONO (DEIXOU DE FREQUENTAR). O
000280*              RELATORIO DE INCONSISTENCIAS LISTA O ALUNO ATIVO
000290*              SEM RESULTADO ANUAL, O ALUNO COM PENDENCIA NO
000300*              FECHAMENTO E O RESULTADO DE ALUNO NAO CADASTRADO;
000310*              ESSES ALUNOS FICAM FORA DO ARQUIVO E A EXECUCAO
000310*              TERMINA COM RETURN-CODE 8, SINAL DE QUE O ARQUIVO
000310*              NAO DEVE SER ENVIADO.
000320*****************************************************************
000330* MODIFICATION HISTORY
000340* -----------------------------------------------------------
000350* DATE       INIT DESCRIPTION
000360* 15/10/2026 CD   VERSAO INICIAL. OS ALUNOS DO ANO SAO REUNIDOS
000370*                 POR MATRICULA VIA SORT A PARTIR DAS TRES FONTES.
000380*                 ALUNO PROMOVIDO COM DEPENDENCIA VAI COMO
000390*                 APROVADO, COM A INDICACAO DE PROGRESSAO PARCIAL.
000400*                 ALUNO ATIVO COM MEDIA NO GRADEHIST E SEM
000410*                 RESULTADO E PENDENCIA DO FECHAMENTO (PERIODO
000420*                 FALTANDO OU FECHAMENTO NAO EXECUTADO); ATIVO SO
000430*                 ENTURMADO E SEM MEDIA E ALUNO SEM RESULTADO.
000430* 15/10/2026 CD   O RESULTADO TRANSFERIDO DO FECHAMENTO-ANUAL E A
000430*                 MATRICULA COM STATUS T (TRANSFERENCIA DE SAIDA)
000430*                 VAO COMO TRANSFERIDO.
000430* 15/10/2026 CD   O GRADEHIST GRAVADO NO LEIAUTE ANTERIOR PRECISA
000430*                 DE CONVERSAO UNICA DE LEIAUTE
000430*                 (CONVERSAO-LEIAUTE) ANTES DO PRIMEIRO LOTE COM
000430*                 ESTA VERSAO.
000440* -----------------------------------------------------------
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. EXPORTA-CENSO.
000470 AUTHOR. CARLISE DEBONA.
000480 INSTALLATION. SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS.
000490 DATE-WRITTEN. 15/10/2026.
000500 DATE-COMPILED.
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CENSO-PARM-FILE ASSIGN TO "CENSOPARM"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PARM-STATUS.
000570     SELECT ANUAL-RESULT-FILE ASSIGN TO "ANUALRESULT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS AR-CHAVE
000610         FILE STATUS IS WS-RESULT-STATUS.
000620     SELECT GRADE-HIST-FILE ASSIGN TO "GRADEHIST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS GH-CHAVE
000660         FILE STATUS IS WS-HIST-STATUS.
000670     SELECT ENTURMACAO-FILE ASSIGN TO "ENTURMACAO"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS ENT-CHAVE
000710         FILE STATUS IS WS-ENTUR-STATUS.
000720     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTMASTER"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS MST-MATRICULA
000760         FILE STATUS IS WS-MASTER-STATUS.
000770     SELECT CENSO-EXPORT-FILE ASSIGN TO "CENSOEXP"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-CENSO-STATUS.
000800     SELECT SORT-FILE ASSIGN TO "SORTWK".
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CENSO-PARM-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  CENSO-PARM-RECORD.
000860     05 PRM-ANO                    PIC X(04).
000870     05 PRM-CODIGO-INEP            PIC X(08).
000880 FD  ANUAL-RESULT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  ANUAL-RESULT-RECORD.
000910     05 AR-CHAVE.
000920         10 AR-MATRICULA           PIC X(09).
000930         10 AR-ANO                 PIC X(04).
000940     05 AR-RESULTADO               PIC X(25).
000950     05 AR-QTD-DEPENDENCIAS        PIC 9(02).
000960     05 AR-DEPENDENCIAS.
000970         10 AR-DEP-TURMA OCCURS 10 TIMES
000980                                   PIC X(06).
000990 FD  GRADE-HIST-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  GRADE-HIST-RECORD.
001020     05 GH-CHAVE.
001030         10 GH-MATRICULA           PIC X(09).
001040         10 GH-PERIODO-LETIVO      PIC X(06).
001050         10 GH-TURMA               PIC X(06).
001060     05 GH-MEDIA-FINAL             PIC 9(03)V9(02).
001070     05 GH-SITUACAO                PIC X(20).
001070     05 GH-ORIGEM                  PIC X(01).
001070         88 GH-NOTA-EXTERNA                  VALUE "E".
001070     05 GH-ESCOLA-ORIGEM           PIC X(40).
001080 FD  ENTURMACAO-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 01  ENTURMACAO-RECORD.
001110     05 ENT-CHAVE.
001120         10 ENT-PERIODO-LETIVO     PIC X(06).
001130         10 ENT-TURMA              PIC X(06).
001140         10 ENT-MATRICULA          PIC X(09).
001150     05 ENT-SITUACAO               PIC X(01).
001160     05 ENT-DATA-INCLUSAO          PIC X(08).
001170     05 ENT-DATA-SAIDA             PIC X(08).
001180     05 ENT-TURMA-ORIGEM           PIC X(06).
001190     05 ENT-TURMA-DESTINO          PIC X(06).
001200 FD  STUDENT-MASTER-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 01  STUDENT-MASTER-RECORD.
001230     05 MST-MATRICULA              PIC X(09).
001240     05 MST-NOME-OFICIAL           PIC X(30).
001250     05 MST-STATUS-MATRICULA       PIC X(01).
001260         88 MATRICULA-ATIVA                  VALUE "A".
001270         88 MATRICULA-INATIVA                VALUE "I".
001280         88 MATRICULA-CANCELADA              VALUE "C".
001280         88 MATRICULA-TRANSFERIDA            VALUE "T".
001290 FD  CENSO-EXPORT-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 01  CENSO-ALUNO-RECORD.
001320     05 CEN-TIPO-REGISTRO          PIC X(02).
001330     05 CEN-CODIGO-INEP            PIC X(08).
001340     05 CEN-MATRICULA              PIC X(09).
001350     05 CEN-NOME                   PIC X(30).
001360     05 CEN-SITUACAO               PIC 9(01).
001370     05 CEN-PROGRESSAO-PARCIAL     PIC X(01).
001380 01  CENSO-ESCOLA-RECORD.
001390     05 CEE-TIPO-REGISTRO          PIC X(02).
001400     05 CEE-CODIGO-INEP            PIC X(08).
001410     05 CEE-ANO                    PIC X(04).
001420     05 CEE-DATA-GERACAO           PIC X(08).
001430 01  CENSO-CONTROLE-RECORD.
001440     05 CEC-TIPO-REGISTRO          PIC X(02).
001450     05 CEC-CODIGO-INEP            PIC X(08).
001460     05 CEC-QTD-REGISTROS          PIC 9(07).
001470     05 CEC-QTD-TRANSFERIDOS       PIC 9(07).
001480     05 CEC-QTD-ABANDONOS          PIC 9(07).
001490     05 CEC-QTD-REPROVADOS         PIC 9(07).
001500     05 CEC-QTD-APROVADOS          PIC 9(07).
001510 SD  SORT-FILE.
001520 01  SORT-RECORD.
001530     05 SRT-MATRICULA              PIC X(09).
001540     05 SRT-ORIGEM                 PIC X(01).
001550         88 SRT-DO-RESULTADO                 VALUE "1".
001560         88 SRT-DO-HISTORICO                 VALUE "2".
001570         88 SRT-DA-ENTURMACAO                VALUE "3".
001580     05 SRT-RESULTADO              PIC X(25).
001590 WORKING-STORAGE SECTION.
001600 77 WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001610 77 WS-RESULT-STATUS            PIC X(02) VALUE SPACES.
001620 77 WS-HIST-STATUS              PIC X(02) VALUE SPACES.
001630 77 WS-ENTUR-STATUS             PIC X(02) VALUE SPACES.
001640 77 WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
001650 77 WS-CENSO-STATUS             PIC X(02) VALUE SPACES.
001660 77 WS-ANO-PESQ                 PIC X(04) VALUE SPACES.
001670 77 WS-CODIGO-INEP              PIC X(08) VALUE SPACES.
001680 77 WS-DATA-EXECUCAO            PIC X(08) VALUE SPACES.
001690 77 WS-SORT-EOF-SW              PIC X(01) VALUE "N".
001700     88 FIM-DO-SORT                     VALUE "S".
001710 77 WS-MATRICULA-ATUAL          PIC X(09) VALUE SPACES.
001720 77 WS-MATRICULA-LIBERADA       PIC X(09) VALUE SPACES.
001730 77 WS-TEM-RESULTADO-SW         PIC X(01) VALUE "N".
001740     88 ALUNO-COM-RESULTADO             VALUE "S".
001750 77 WS-TEM-HISTORICO-SW         PIC X(01) VALUE "N".
001760     88 ALUNO-COM-HISTORICO             VALUE "S".
001770 77 WS-TEM-ENTURMACAO-SW        PIC X(01) VALUE "N".
001780     88 ALUNO-ENTURMADO                 VALUE "S".
001790 77 WS-RESULTADO-ALUNO          PIC X(25) VALUE SPACES.
001800 77 WS-NOME-ALUNO               PIC X(30) VALUE SPACES.
001810 77 WS-MOTIVO                   PIC X(40) VALUE SPACES.
001820 77 WS-ALUNOS-DO-ANO            PIC 9(07) COMP VALUE ZERO.
001830 77 WS-RESULTADOS-LIDOS         PIC 9(07) COMP VALUE ZERO.
001840 77 WS-REGISTROS-GRAVADOS       PIC 9(07) COMP VALUE ZERO.
001850 77 WS-QTD-TRANSFERIDOS         PIC 9(07) COMP VALUE ZERO.
001860 77 WS-QTD-ABANDONOS            PIC 9(07) COMP VALUE ZERO.
001870 77 WS-QTD-REPROVADOS           PIC 9(07) COMP VALUE ZERO.
001880 77 WS-QTD-APROVADOS            PIC 9(07) COMP VALUE ZERO.
001890 77 WS-QTD-PROGRESSAO           PIC 9(07) COMP VALUE ZERO.
001900 77 WS-SEM-RESULTADO            PIC 9(05) COMP VALUE ZERO.
001910 77 WS-PENDENTES                PIC 9(05) COMP VALUE ZERO.
001920 77 WS-NAO-CADASTRADOS          PIC 9(05) COMP VALUE ZERO.
001930 77 WS-RESULTADO-INVALIDO       PIC 9(05) COMP VALUE ZERO.
001940 77 WS-INCONSISTENCIAS          PIC 9(05) COMP VALUE ZERO.
001950*-----------------------------------------------------------*
001960*  CODIGOS DE SITUACAO DO ALUNO NO CENSO ESCOLAR                 *
001970*-----------------------------------------------------------*
001980 77 WS-CENSO-TRANSFERIDO        PIC 9(01) VALUE 1.
001990 77 WS-CENSO-ABANDONO           PIC 9(01) VALUE 2.
002000 77 WS-CENSO-REPROVADO          PIC 9(01) VALUE 4.
002010 77 WS-CENSO-APROVADO           PIC 9(01) VALUE 5.
002020 PROCEDURE DIVISION.
002030*-----------------------------------------------------------*
002040*  0000-MAINLINE                                            *
002050*-----------------------------------------------------------*
002060 0000-MAINLINE.
002070     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002080     SORT SORT-FILE
002090         ON ASCENDING KEY SRT-MATRICULA SRT-ORIGEM
002100         INPUT PROCEDURE IS 2000-SELECIONAR-ALUNOS
002110             THRU 2000-EXIT
002120         OUTPUT PROCEDURE IS 5000-EXPORTAR-ALUNOS
002130             THRU 5000-EXIT.
002140     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002150     STOP RUN.
002160*-----------------------------------------------------------*
002170*  1000-INICIALIZAR - LE O ANO E O CODIGO INEP DA ESCOLA,        *
002180*                 ABRE OS ARQUIVOS E GRAVA O REGISTRO DE         *
002190*                 IDENTIFICACAO DA ESCOLA (89)                   *
002200*-----------------------------------------------------------*
002210 1000-INICIALIZAR.
002220     OPEN INPUT CENSO-PARM-FILE.
002230     IF WS-PARM-STATUS NOT = "00"
002240         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
002250             "PARAMETROS CENSOPARM - STATUS: " WS-PARM-STATUS
002260         MOVE 16 TO RETURN-CODE
002270         STOP RUN
002280     END-IF.
002290     READ CENSO-PARM-FILE
002300         AT END MOVE SPACES TO CENSO-PARM-RECORD
002310     END-READ.
002320     CLOSE CENSO-PARM-FILE.
002330     IF PRM-ANO NOT NUMERIC
002340         DISPLAY "ERRO: ANO INVALIDO OU NAO INFORMADO EM "
002350             "CENSOPARM (AAAA): " PRM-ANO
002360         MOVE 16 TO RETURN-CODE
002370         STOP RUN
002380     END-IF.
002390     IF PRM-CODIGO-INEP NOT NUMERIC
002400         DISPLAY "ERRO: CODIGO INEP DA ESCOLA INVALIDO OU NAO "
002410             "INFORMADO EM CENSOPARM: " PRM-CODIGO-INEP
002420         MOVE 16 TO RETURN-CODE
002430         STOP RUN
002440     END-IF.
002450     MOVE PRM-ANO         TO WS-ANO-PESQ.
002460     MOVE PRM-CODIGO-INEP TO WS-CODIGO-INEP.
002470     OPEN INPUT ANUAL-RESULT-FILE.
002480     IF WS-RESULT-STATUS NOT = "00"
002490         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
002500             "RESULTADOS ANUALRESULT - STATUS: "
002510             WS-RESULT-STATUS
002520         MOVE 16 TO RETURN-CODE
002530         STOP RUN
002540     END-IF.
002550     OPEN INPUT GRADE-HIST-FILE.
002560     IF WS-HIST-STATUS NOT = "00"
002570         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O HISTORICO "
002580             "GRADEHIST - STATUS: " WS-HIST-STATUS
002590         CLOSE ANUAL-RESULT-FILE
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630     OPEN INPUT ENTURMACAO-FILE.
002640     IF WS-ENTUR-STATUS NOT = "00"
002650         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO DE "
002660             "ENTURMACAO - STATUS: " WS-ENTUR-STATUS
002670         CLOSE ANUAL-RESULT-FILE
002680         CLOSE GRADE-HIST-FILE
002690         MOVE 16 TO RETURN-CODE
002700         STOP RUN
002710     END-IF.
002720     OPEN INPUT STUDENT-MASTER-FILE.
002730     IF WS-MASTER-STATUS NOT = "00"
002740         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO "
002750             "MESTRE STUDENTMASTER - STATUS: " WS-MASTER-STATUS
002760         CLOSE ANUAL-RESULT-FILE
002770         CLOSE GRADE-HIST-FILE
002780         CLOSE ENTURMACAO-FILE
002790         MOVE 16 TO RETURN-CODE
002800         STOP RUN
002810     END-IF.
002820     OPEN OUTPUT CENSO-EXPORT-FILE.
002830     IF WS-CENSO-STATUS NOT = "00"
002840         DISPLAY "ERRO: NAO FOI POSSIVEL CRIAR O ARQUIVO DO "
002850             "CENSO CENSOEXP - STATUS: " WS-CENSO-STATUS
002860         CLOSE ANUAL-RESULT-FILE
002870         CLOSE GRADE-HIST-FILE
002880         CLOSE ENTURMACAO-FILE
002890         CLOSE STUDENT-MASTER-FILE
002900         MOVE 16 TO RETURN-CODE
002910         STOP RUN
002920     END-IF.
002930     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
002940     MOVE SPACES           TO CENSO-ESCOLA-RECORD.
002950     MOVE "89"             TO CEE-TIPO-REGISTRO.
002960     MOVE WS-CODIGO-INEP   TO CEE-CODIGO-INEP.
002970     MOVE WS-ANO-PESQ      TO CEE-ANO.
002980     MOVE WS-DATA-EXECUCAO TO CEE-DATA-GERACAO.
002990     WRITE CENSO-ESCOLA-RECORD.
003000     DISPLAY "================================================"
003010     DISPLAY "EXPORTACAO PARA O CENSO ESCOLAR - ANO: "
003020         WS-ANO-PESQ " ESCOLA: " WS-CODIGO-INEP
003030     DISPLAY "================================================"
003040     DISPLAY "INCONSISTENCIAS (ALUNOS FORA DO ARQUIVO):".
003050 1000-EXIT.
003060     EXIT.
003070*-----------------------------------------------------------*
003080*  2000-SELECIONAR-ALUNOS - PROCEDIMENTO DE ENTRADA DO SORT:     *
003090*                 LIBERA OS RESULTADOS ANUAIS DO ANO, UMA        *
003100*                 OCORRENCIA POR ALUNO COM MEDIA NO GRADEHIST    *
003110*                 DO ANO E AS ENTURMACOES DOS PERIODOS DO ANO    *
003120*-----------------------------------------------------------*
003130 2000-SELECIONAR-ALUNOS.
003140     PERFORM 2100-LIBERAR-RESULTADOS THRU 2100-EXIT.
003150     PERFORM 2200-LIBERAR-HISTORICO THRU 2200-EXIT.
003160     PERFORM 2300-LIBERAR-ENTURMACAO THRU 2300-EXIT.
003170 2000-EXIT.
003180     EXIT.
003190*-----------------------------------------------------------*
003200*  2100-LIBERAR-RESULTADOS - LE O ANUALRESULT E LIBERA OS        *
003210*                 RESULTADOS DO ANO                              *
003220*-----------------------------------------------------------*
003230 2100-LIBERAR-RESULTADOS.
003240 2100-LER.
003250     READ ANUAL-RESULT-FILE NEXT RECORD
003260         AT END GO TO 2100-EXIT
003270     END-READ.
003280     IF AR-ANO NOT = WS-ANO-PESQ
003290         GO TO 2100-LER
003300     END-IF.
003310     ADD 1 TO WS-RESULTADOS-LIDOS.
003320     MOVE AR-MATRICULA TO SRT-MATRICULA.
003330     SET SRT-DO-RESULTADO TO TRUE.
003340     MOVE AR-RESULTADO TO SRT-RESULTADO.
003350     RELEASE SORT-RECORD.
003360     GO TO 2100-LER.
003370 2100-EXIT.
003380     EXIT.
003390*-----------------------------------------------------------*
003400*  2200-LIBERAR-HISTORICO - LE O GRADEHIST (EM ORDEM DE          *
003410*                 MATRICULA) E LIBERA UMA OCORRENCIA POR ALUNO   *
003420*                 COM MEDIA EM PERIODO LETIVO DO ANO             *
003430*-----------------------------------------------------------*
003440 2200-LIBERAR-HISTORICO.
003450     MOVE SPACES TO WS-MATRICULA-LIBERADA.
003460 2200-LER.
003470     READ GRADE-HIST-FILE NEXT RECORD
003480         AT END GO TO 2200-EXIT
003490     END-READ.
003500     IF GH-PERIODO-LETIVO (1:4) NOT = WS-ANO-PESQ
003510         OR GH-MATRICULA = WS-MATRICULA-LIBERADA
003520         GO TO 2200-LER
003530     END-IF.
003540     MOVE GH-MATRICULA TO WS-MATRICULA-LIBERADA.
003550     MOVE GH-MATRICULA TO SRT-MATRICULA.
003560     SET SRT-DO-HISTORICO TO TRUE.
003570     MOVE SPACES TO SRT-RESULTADO.
003580     RELEASE SORT-RECORD.
003590     GO TO 2200-LER.
003600 2200-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------*
003630*  2300-LIBERAR-ENTURMACAO - POSICIONA NO PRIMEIRO PERIODO       *
003640*                 LETIVO DO ANO NA ENTURMACAO E LIBERA AS        *
003650*                 ENTURMACOES ATE O FIM DO ANO                   *
003660*-----------------------------------------------------------*
003670 2300-LIBERAR-ENTURMACAO.
003680     MOVE LOW-VALUES  TO ENT-CHAVE.
003690     MOVE WS-ANO-PESQ TO ENT-PERIODO-LETIVO (1:4).
003700     START ENTURMACAO-FILE KEY >= ENT-CHAVE
003710         INVALID KEY GO TO 2300-EXIT
003720     END-START.
003730 2300-LER.
003740     READ ENTURMACAO-FILE NEXT RECORD
003750         AT END GO TO 2300-EXIT
003760     END-READ.
003770     IF ENT-PERIODO-LETIVO (1:4) NOT = WS-ANO-PESQ
003780         GO TO 2300-EXIT
003790     END-IF.
003800     MOVE ENT-MATRICULA TO SRT-MATRICULA.
003810     SET SRT-DA-ENTURMACAO TO TRUE.
003820     MOVE SPACES TO SRT-RESULTADO.
003830     RELEASE SORT-RECORD.
003840     GO TO 2300-LER.
003850 2300-EXIT.
003860     EXIT.
003870*-----------------------------------------------------------*
003880*  5000-EXPORTAR-ALUNOS - PROCEDIMENTO DE SAIDA DO SORT:         *
003890*                 REUNE AS OCORRENCIAS DE CADA MATRICULA E       *
003900*                 CLASSIFICA O ALUNO                             *
003910*-----------------------------------------------------------*
003920 5000-EXPORTAR-ALUNOS.
003930     MOVE SPACES TO WS-MATRICULA-ATUAL.
003940     PERFORM 5900-RETORNAR THRU 5900-EXIT.
003950 5000-AGRUPAR.
003960     IF FIM-DO-SORT
003970         IF WS-MATRICULA-ATUAL NOT = SPACES
003980             PERFORM 5500-CLASSIFICAR-ALUNO THRU 5500-EXIT
003990         END-IF
004000         GO TO 5000-EXIT
004010     END-IF
004020     IF SRT-MATRICULA NOT = WS-MATRICULA-ATUAL
004030         IF WS-MATRICULA-ATUAL NOT = SPACES
004040             PERFORM 5500-CLASSIFICAR-ALUNO THRU 5500-EXIT
004050         END-IF
004060         MOVE SRT-MATRICULA TO WS-MATRICULA-ATUAL
004070         MOVE "N"    TO WS-TEM-RESULTADO-SW
004080         MOVE "N"    TO WS-TEM-HISTORICO-SW
004090         MOVE "N"    TO WS-TEM-ENTURMACAO-SW
004100         MOVE SPACES TO WS-RESULTADO-ALUNO
004110     END-IF
004120     IF SRT-DO-RESULTADO
004130         SET ALUNO-COM-RESULTADO TO TRUE
004140         MOVE SRT-RESULTADO TO WS-RESULTADO-ALUNO
004150     END-IF
004160     IF SRT-DO-HISTORICO
004170         SET ALUNO-COM-HISTORICO TO TRUE
004180     END-IF
004190     IF SRT-DA-ENTURMACAO
004200         SET ALUNO-ENTURMADO TO TRUE
004210     END-IF
004220     PERFORM 5900-RETORNAR THRU 5900-EXIT
004230     GO TO 5000-AGRUPAR.
004240 5000-EXIT.
004250     EXIT.
004260*-----------------------------------------------------------*
004270*  5500-CLASSIFICAR-ALUNO - DEFINE A SITUACAO DO ALUNO NO        *
004280*                 CENSO: RESULTADO DO FECHAMENTO CONVERTIDO OU,  *
004290*                 SEM RESULTADO, A SITUACAO DA MATRICULA. O QUE  *
004300*                 NAO SE ENQUADRA VAI PARA AS INCONSISTENCIAS    *
004310*-----------------------------------------------------------*
004320 5500-CLASSIFICAR-ALUNO.
004330     ADD 1 TO WS-ALUNOS-DO-ANO
004340     MOVE WS-MATRICULA-ATUAL TO MST-MATRICULA
004350     READ STUDENT-MASTER-FILE
004360         INVALID KEY
004370             MOVE "(SEM CADASTRO MESTRE)" TO WS-NOME-ALUNO
004380             ADD 1 TO WS-NAO-CADASTRADOS
004390             IF ALUNO-COM-RESULTADO
004400                 MOVE "RESULTADO DE ALUNO NAO CADASTRADO"
004410                     TO WS-MOTIVO
004420             ELSE
004430                 MOVE "ALUNO DO ANO NAO CADASTRADO NO MESTRE"
004440                     TO WS-MOTIVO
004450             END-IF
004460             PERFORM 5800-APONTAR-INCONSISTENCIA THRU 5800-EXIT
004470             GO TO 5500-EXIT
004480     END-READ
004490     MOVE MST-NOME-OFICIAL TO WS-NOME-ALUNO
004500     MOVE SPACES           TO CENSO-ALUNO-RECORD
004510     MOVE "N"              TO CEN-PROGRESSAO-PARCIAL
004520     IF ALUNO-COM-RESULTADO
004530         EVALUATE WS-RESULTADO-ALUNO
004540             WHEN "PROMOVIDO"
004550                 MOVE WS-CENSO-APROVADO TO CEN-SITUACAO
004560             WHEN "PROMOVIDO COM DEPENDENCIA"
004570                 MOVE WS-CENSO-APROVADO TO CEN-SITUACAO
004580                 MOVE "S" TO CEN-PROGRESSAO-PARCIAL
004590             WHEN "RETIDO"
004600                 MOVE WS-CENSO-REPROVADO TO CEN-SITUACAO
004600             WHEN "TRANSFERIDO"
004600                 MOVE WS-CENSO-TRANSFERIDO TO CEN-SITUACAO
004610             WHEN OTHER
004620                 ADD 1 TO WS-RESULTADO-INVALIDO
004630                 MOVE "RESULTADO ANUAL SEM CODIGO NO CENSO"
004640                     TO WS-MOTIVO
004650                 PERFORM 5800-APONTAR-INCONSISTENCIA
004660                     THRU 5800-EXIT
004670                 DISPLAY "   RESULTADO: " WS-RESULTADO-ALUNO
004680                 GO TO 5500-EXIT
004690         END-EVALUATE
004700         PERFORM 5600-GRAVAR-ALUNO THRU 5600-EXIT
004710         GO TO 5500-EXIT
004720     END-IF
004730     IF MATRICULA-INATIVA OR MATRICULA-TRANSFERIDA
004740         MOVE WS-CENSO-TRANSFERIDO TO CEN-SITUACAO
004750         PERFORM 5600-GRAVAR-ALUNO THRU 5600-EXIT
004760         GO TO 5500-EXIT
004770     END-IF
004780     IF MATRICULA-CANCELADA
004790         MOVE WS-CENSO-ABANDONO TO CEN-SITUACAO
004800         PERFORM 5600-GRAVAR-ALUNO THRU 5600-EXIT
004810         GO TO 5500-EXIT
004820     END-IF
004830     IF ALUNO-COM-HISTORICO
004840         ADD 1 TO WS-PENDENTES
004850         MOVE "PENDENCIA NO FECHAMENTO ANUAL" TO WS-MOTIVO
004860     ELSE
004870         ADD 1 TO WS-SEM-RESULTADO
004880         MOVE "ENTURMADO SEM RESULTADO ANUAL" TO WS-MOTIVO
004890     END-IF
004900     PERFORM 5800-APONTAR-INCONSISTENCIA THRU 5800-EXIT.
004910 5500-EXIT.
004920     EXIT.
004930*-----------------------------------------------------------*
004940*  5600-GRAVAR-ALUNO - GRAVA O REGISTRO DO ALUNO (90) E          *
004950*                 CONTA A SITUACAO PARA O REGISTRO DE CONTROLE   *
004960*-----------------------------------------------------------*
004970 5600-GRAVAR-ALUNO.
004980     MOVE "90"               TO CEN-TIPO-REGISTRO
004990     MOVE WS-CODIGO-INEP     TO CEN-CODIGO-INEP
005000     MOVE WS-MATRICULA-ATUAL TO CEN-MATRICULA
005010     MOVE WS-NOME-ALUNO      TO CEN-NOME
005020     WRITE CENSO-ALUNO-RECORD
005030     ADD 1 TO WS-REGISTROS-GRAVADOS
005040     EVALUATE CEN-SITUACAO
005050         WHEN WS-CENSO-TRANSFERIDO
005060             ADD 1 TO WS-QTD-TRANSFERIDOS
005070         WHEN WS-CENSO-ABANDONO
005080             ADD 1 TO WS-QTD-ABANDONOS
005090         WHEN WS-CENSO-REPROVADO
005100             ADD 1 TO WS-QTD-REPROVADOS
005110         WHEN WS-CENSO-APROVADO
005120             ADD 1 TO WS-QTD-APROVADOS
005130     END-EVALUATE
005140     IF CEN-PROGRESSAO-PARCIAL = "S"
005150         ADD 1 TO WS-QTD-PROGRESSAO
005160     END-IF.
005170 5600-EXIT.
005180     EXIT.
005190*-----------------------------------------------------------*
005200*  5800-APONTAR-INCONSISTENCIA - LISTA O ALUNO QUE FICOU         *
005210*                 FORA DO ARQUIVO, COM O MOTIVO                  *
005220*-----------------------------------------------------------*
005230 5800-APONTAR-INCONSISTENCIA.
005240     ADD 1 TO WS-INCONSISTENCIAS
005250     DISPLAY WS-MATRICULA-ATUAL " " WS-NOME-ALUNO " - " WS-MOTIVO.
005260 5800-EXIT.
005270     EXIT.
005280*-----------------------------------------------------------*
005290*  5900-RETORNAR - RETORNA A PROXIMA OCORRENCIA CLASSIFICADA     *
005300*-----------------------------------------------------------*
005310 5900-RETORNAR.
005320     RETURN SORT-FILE
005330         AT END SET FIM-DO-SORT TO TRUE
005340     END-RETURN.
005350 5900-EXIT.
005360     EXIT.
005370*-----------------------------------------------------------*
005380*  9000-FINALIZAR - GRAVA O REGISTRO DE CONTROLE (99), EMITE     *
005390*                 O RESUMO E FECHA OS ARQUIVOS. INCONSISTENCIA   *
005400*                 DA RETURN-CODE 8: O ARQUIVO ESTA INCOMPLETO    *
005410*-----------------------------------------------------------*
005420 9000-FINALIZAR.
005430     IF WS-INCONSISTENCIAS = 0
005440         DISPLAY "NENHUMA"
005450     END-IF
005460     MOVE SPACES                TO CENSO-CONTROLE-RECORD
005470     MOVE "99"                  TO CEC-TIPO-REGISTRO
005480     MOVE WS-CODIGO-INEP        TO CEC-CODIGO-INEP
005490     MOVE WS-REGISTROS-GRAVADOS TO CEC-QTD-REGISTROS
005500     MOVE WS-QTD-TRANSFERIDOS   TO CEC-QTD-TRANSFERIDOS
005510     MOVE WS-QTD-ABANDONOS      TO CEC-QTD-ABANDONOS
005520     MOVE WS-QTD-REPROVADOS     TO CEC-QTD-REPROVADOS
005530     MOVE WS-QTD-APROVADOS      TO CEC-QTD-APROVADOS
005540     WRITE CENSO-CONTROLE-RECORD
005550     CLOSE CENSO-EXPORT-FILE
005560     CLOSE ANUAL-RESULT-FILE
005570     CLOSE GRADE-HIST-FILE
005580     CLOSE ENTURMACAO-FILE
005590     CLOSE STUDENT-MASTER-FILE
005600     DISPLAY " "
005610     DISPLAY "============ RESUMO DA EXPORTACAO ==============="
005620     DISPLAY "ALUNOS DO ANO .............: " WS-ALUNOS-DO-ANO
005630     DISPLAY "RESULTADOS ANUAIS DO ANO ..: " WS-RESULTADOS-LIDOS
005640     DISPLAY "ALUNOS NO ARQUIVO .........: " WS-REGISTROS-GRAVADOS
005650     DISPLAY "   APROVADOS ..............: " WS-QTD-APROVADOS
005660     DISPLAY "   (COM PROGRESSAO PARCIAL): " WS-QTD-PROGRESSAO
005670     DISPLAY "   REPROVADOS .............: " WS-QTD-REPROVADOS
005680     DISPLAY "   TRANSFERIDOS ...........: " WS-QTD-TRANSFERIDOS
005690     DISPLAY "   ABANDONOS ..............: " WS-QTD-ABANDONOS
005700     DISPLAY "INCONSISTENCIAS ...........: " WS-INCONSISTENCIAS
005710     DISPLAY "   SEM RESULTADO ANUAL ....: " WS-SEM-RESULTADO
005720     DISPLAY "   PENDENCIA NO FECHAMENTO : " WS-PENDENTES
005730     DISPLAY "   NAO CADASTRADOS ........: " WS-NAO-CADASTRADOS
005740     DISPLAY "   RESULTADO SEM CODIGO ...: " WS-RESULTADO-INVALIDO
005750     IF WS-RESULTADOS-LIDOS = 0
005760         DISPLAY "AVISO: NENHUM RESULTADO ANUAL DO ANO NO "
005770             "ANUALRESULT - O FECHAMENTO-ANUAL FOI EXECUTADO?"
005780     END-IF
005790     IF WS-INCONSISTENCIAS > 0 OR WS-RESULTADOS-LIDOS = 0
005800         DISPLAY "AVISO: ARQUIVO CENSOEXP INCOMPLETO - NAO "
005810             "ENVIAR ANTES DE CORRIGIR AS INCONSISTENCIAS"
005820         MOVE 8 TO RETURN-CODE
005830     END-IF.
005840 9000-EXIT.
005850     EXIT.
005860 END PROGRAM EXPORTA-CENSO.
