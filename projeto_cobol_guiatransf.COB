000100*****************************************************************
000110* PROGRAM-ID : GUIA-TRANSFERENCIA
000120* AUTHOR     : CARLISE DEBONA
000130* INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS
000140* DATE-WRITTEN: 15/10/2026
000150* PURPOSE    : EMISSAO DA GUIA DE TRANSFERENCIA DOS ALUNOS QUE
000160*              SAIRAM DA ESCOLA (SAIDAS REGISTRADAS NO ARQUIVO
000170*              TRANSFERENCIAS PELA MANUTENCAO-ALUNOS). A GUIA TRAZ
000180*              AS MEDIAS PARCIAIS DO ANO DA SAIDA GRAVADAS NO
000190*              GRADEHIST, A FREQUENCIA DE CADA TURMA APURADA PELO
000200*              MEDIA-ALUNOS (AUDITMSTR) E A SITUACAO DO ALUNO NO
000210*              ANO ATE A DATA DE SAIDA.
000220*****************************************************************
000230* MODIFICATION HISTORY
000240* -----------------------------------------------------------
000250* DATE       INIT DESCRIPTION
000260* 15/10/2026 CD   VERSAO INICIAL. SEM PARAMETRO SAO EMITIDAS AS
000270*                 GUIAS AINDA NAO EMITIDAS, E A DATA DE EMISSAO E
000280*                 GRAVADA NA SAIDA. COM UMA MATRICULA NO ARQUIVO
000290*                 GUIAPARM SAO EMITIDAS TODAS AS GUIAS DO ALUNO
000300*                 (SEGUNDA VIA QUANDO JA EMITIDA).
000300* 15/10/2026 CD   O TURMAMASTER GANHOU A QUANTIDADE DE AULAS
000300*                 PREVISTAS NO PERIODO LETIVO
000300*                 (TRM-AULAS-PREVISTAS); O REGISTRO PASSA DE 70
000300*                 PARA 73 BYTES.
000300* 15/10/2026 CD   O AUDITMSTR, O GRADEHIST E O TURMAMASTER
000300*                 GRAVADOS NO LEIAUTE ANTERIOR PRECISAM DE
000300*                 CONVERSAO UNICA DE LEIAUTE (CONVERSAO-LEIAUTE)
000300*                 ANTES DO PRIMEIRO LOTE COM ESTA VERSAO.
000310* -----------------------------------------------------------
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. GUIA-TRANSFERENCIA.
000340 AUTHOR. CARLISE DEBONA.
000350 INSTALLATION. SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS.
000360 DATE-WRITTEN. 15/10/2026.
000370 DATE-COMPILED.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT GUIA-PARM-FILE ASSIGN TO "GUIAPARM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PARM-STATUS.
000440     SELECT TRANSFERENCIA-FILE ASSIGN TO "TRANSFERENCIAS"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS TRF-CHAVE
000480         FILE STATUS IS WS-TRANSF-STATUS.
000490     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTMASTER"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS MST-MATRICULA
000530         FILE STATUS IS WS-MASTER-STATUS.
000540     SELECT GRADE-HIST-FILE ASSIGN TO "GRADEHIST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS GH-CHAVE
000580         FILE STATUS IS WS-HIST-STATUS.
000590     SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMASTER"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS TRM-TURMA
000630         FILE STATUS IS WS-TURMA-STATUS.
000640     SELECT AUDIT-FILE ASSIGN TO "AUDITMSTR"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS AUD-CHAVE
000680         FILE STATUS IS WS-AUDIT-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  GUIA-PARM-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  GUIA-PARM-RECORD.
000740     05 PRM-MATRICULA              PIC X(09).
000750 FD  TRANSFERENCIA-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  TRANSFERENCIA-RECORD.
000780     05 TRF-CHAVE.
000790         10 TRF-MATRICULA          PIC X(09).
000800         10 TRF-TIPO               PIC X(01).
000810             88 TRF-SAIDA                    VALUE "S".
000820             88 TRF-CHEGADA                  VALUE "E".
000830         10 TRF-DATA               PIC X(08).
000840     05 TRF-ESCOLA                 PIC X(40).
000850     05 TRF-USUARIO                PIC X(08).
000860     05 TRF-DATA-REGISTRO          PIC X(08).
000870     05 TRF-DATA-GUIA              PIC X(08).
000880 FD  STUDENT-MASTER-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  STUDENT-MASTER-RECORD.
000910     05 MST-MATRICULA              PIC X(09).
000920     05 MST-NOME-OFICIAL           PIC X(30).
000930     05 MST-STATUS-MATRICULA       PIC X(01).
000940 FD  GRADE-HIST-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  GRADE-HIST-RECORD.
000970     05 GH-CHAVE.
000980         10 GH-MATRICULA           PIC X(09).
000990         10 GH-PERIODO-LETIVO      PIC X(06).
001000         10 GH-TURMA               PIC X(06).
001010     05 GH-MEDIA-FINAL             PIC 9(03)V9(02).
001020     05 GH-SITUACAO                PIC X(20).
001030     05 GH-ORIGEM                  PIC X(01).
001040         88 GH-NOTA-EXTERNA                  VALUE "E".
001050     05 GH-ESCOLA-ORIGEM           PIC X(40).
001060 FD  TURMA-MASTER-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  TURMA-MASTER-RECORD.
001090     05 TRM-TURMA                  PIC X(06).
001100     05 TRM-NOME-DISCIPLINA        PIC X(30).
001110     05 TRM-PROFESSOR              PIC X(30).
001120     05 TRM-QTD-AVALIACOES         PIC 9(02).
001130     05 TRM-USA-PESO-OBRIG         PIC X(01).
001140     05 TRM-STATUS-TURMA           PIC X(01).
001140     05 TRM-AULAS-PREVISTAS        PIC 9(03).
001150 FD  AUDIT-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  AUDIT-RECORD.
001180     05 AUD-CHAVE.
001190         10 AUD-MATRICULA          PIC X(09).
001200         10 AUD-PERIODO-LETIVO     PIC X(06).
001210         10 AUD-DATA-EXECUCAO      PIC X(08).
001220         10 AUD-HORA-EXECUCAO      PIC X(08).
001230         10 AUD-TURMA              PIC X(06).
001240         10 AUD-SEQUENCIA          PIC 9(03).
001250     05 AUD-QTD-NOTAS              PIC 9(02).
001260     05 AUD-NOTAS-GRUPO.
001270         10 AUD-NOTAS OCCURS 10 TIMES PIC 9(03).
001280     05 AUD-USA-PESO               PIC X(01).
001290     05 AUD-PESOS-GRUPO.
001300         10 AUD-PESOS OCCURS 10 TIMES PIC 9(02).
001310     05 AUD-TOTALSOMA              PIC 9(05).
001320     05 AUD-TOTALMEDIA             PIC 9(03)V9(02).
001330     05 AUD-TIPO-REGISTRO          PIC X(01).
001340     05 AUD-MEDIA-ANTERIOR         PIC 9(03)V9(02).
001350     05 AUD-AULAS-DADAS            PIC 9(03).
001360     05 AUD-PRESENCAS              PIC 9(03).
001370     05 AUD-PERC-FREQUENCIA        PIC 9(03)V9(02).
001380     05 AUD-FREQ-APURADA           PIC X(01).
001390     05 AUD-PROTOCOLO              PIC 9(07).
001400     05 AUD-ESTORNO                PIC X(01).
001410         88 AUD-ESTORNADO                    VALUE "S".
001420     05 AUD-DATA-ESTORNO           PIC X(08).
001430 WORKING-STORAGE SECTION.
001440 77 WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001450 77 WS-TRANSF-STATUS            PIC X(02) VALUE SPACES.
001460 77 WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
001470 77 WS-HIST-STATUS              PIC X(02) VALUE SPACES.
001480 77 WS-TURMA-STATUS             PIC X(02) VALUE SPACES.
001490 77 WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001500 77 WS-EOF-SW                   PIC X(01) VALUE "N".
001510     88 FIM-DE-TRANSFERENCIAS           VALUE "S".
001520 77 WS-HIST-EOF-SW              PIC X(01) VALUE "N".
001530     88 FIM-DO-HISTORICO                VALUE "S".
001540 77 WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
001550     88 FIM-DA-AUDITORIA                VALUE "S".
001560 77 WS-AUDIT-DISPONIVEL-SW      PIC X(01) VALUE "N".
001570     88 AUDITORIA-DISPONIVEL            VALUE "S".
001580 77 WS-TURMAS-DISPONIVEL-SW     PIC X(01) VALUE "N".
001590     88 TURMAS-DISPONIVEL               VALUE "S".
001600 77 WS-FREQ-ACHADA-SW           PIC X(01) VALUE "N".
001610     88 FREQUENCIA-ACHADA               VALUE "S".
001620 77 WS-MATRICULA-PESQ           PIC X(09) VALUE SPACES.
001630 77 WS-ANO-SAIDA                PIC X(04) VALUE SPACES.
001640 77 WS-DATA-EXECUCAO            PIC X(08) VALUE SPACES.
001650 77 WS-NOME-ALUNO               PIC X(30) VALUE SPACES.
001660 77 WS-DISCIPLINA               PIC X(30) VALUE SPACES.
001670 77 WS-AULAS-DADAS              PIC 9(03) VALUE ZEROS.
001680 77 WS-PRESENCAS                PIC 9(03) VALUE ZEROS.
001690 77 WS-PERC-FREQUENCIA          PIC 9(03)V9(02) VALUE ZEROS.
001700 77 WS-PERC-FREQ-ED             PIC ZZ9.99 VALUE ZEROS.
001710 77 WS-MEDIA-EDIT               PIC ZZ9.99 VALUE ZEROS.
001720 77 WS-AULAS-ED                 PIC ZZZZ9 VALUE ZEROS.
001730 77 WS-PRESENCAS-ED             PIC ZZZZ9 VALUE ZEROS.
001740 77 WS-SOMA-MEDIAS              PIC 9(07)V9(02) VALUE ZEROS.
001750 77 WS-MEDIA-PARCIAL            PIC 9(03)V9(02) VALUE ZEROS.
001760 77 WS-MEDIAS-LISTADAS          PIC 9(05) COMP VALUE ZERO.
001770 77 WS-FRQ-QTD                  PIC 9(03) COMP VALUE ZERO.
001780 77 WS-FRQ-IX                   PIC 9(03) COMP VALUE ZERO.
001790 77 WS-FRQ-ACHOU-IX             PIC 9(03) COMP VALUE ZERO.
001800 77 WS-SAIDAS-LIDAS             PIC 9(05) COMP VALUE ZERO.
001810 77 WS-GUIAS-EMITIDAS           PIC 9(05) COMP VALUE ZERO.
001820 77 WS-SEGUNDAS-VIAS            PIC 9(05) COMP VALUE ZERO.
001830 77 WS-GUIAS-SEM-MEDIAS         PIC 9(05) COMP VALUE ZERO.
001840*-----------------------------------------------------------*
001850*  DATA AAAAMMDD E A MESMA DATA NO FORMATO DA GUIA               *
001860*-----------------------------------------------------------*
001870 01 WS-DATA-AAAAMMDD.
001880     05 WS-DT-ANO                  PIC X(04).
001890     05 WS-DT-MES                  PIC X(02).
001900     05 WS-DT-DIA                  PIC X(02).
001910 01 WS-DATA-AAAAMMDD-X REDEFINES WS-DATA-AAAAMMDD PIC X(08).
001920 01 WS-DATA-FORMATADA.
001930     05 WS-DF-DIA                  PIC X(02).
001940     05 FILLER                     PIC X(01) VALUE "/".
001950     05 WS-DF-MES                  PIC X(02).
001960     05 FILLER                     PIC X(01) VALUE "/".
001970     05 WS-DF-ANO                  PIC X(04).
001980*-----------------------------------------------------------*
001990*  FREQUENCIA ACUMULADA POR TURMA NO ANO DA SAIDA                *
002000*-----------------------------------------------------------*
002010 01 WS-FREQ-TABELA.
002020     05 FRT-ENT OCCURS 30 TIMES.
002030         10 FRT-TURMA              PIC X(06).
002040         10 FRT-DISCIPLINA         PIC X(30).
002050         10 FRT-AULAS              PIC 9(05) COMP.
002060         10 FRT-PRESENCAS          PIC 9(05) COMP.
002070 PROCEDURE DIVISION.
002080*-----------------------------------------------------------*
002090*  0000-MAINLINE                                            *
002100*-----------------------------------------------------------*
002110 0000-MAINLINE.
002120     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002130     PERFORM 2000-EMITIR-GUIA THRU 2000-EXIT
002140         UNTIL FIM-DE-TRANSFERENCIAS.
002150     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002160     STOP RUN.
002170*-----------------------------------------------------------*
002180*  1000-INICIALIZAR - LE A MATRICULA OPCIONAL DO GUIAPARM,       *
002190*                 ABRE OS ARQUIVOS E POSICIONA O ARQUIVO DE      *
002200*                 TRANSFERENCIAS NA PRIMEIRA SAIDA A EMITIR      *
002210*-----------------------------------------------------------*
002220 1000-INICIALIZAR.
002230     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
002240     OPEN INPUT GUIA-PARM-FILE.
002250     IF WS-PARM-STATUS = "00"
002260         READ GUIA-PARM-FILE
002270             AT END MOVE SPACES TO GUIA-PARM-RECORD
002280         END-READ
002290         MOVE PRM-MATRICULA TO WS-MATRICULA-PESQ
002300         CLOSE GUIA-PARM-FILE
002310     END-IF.
002320     OPEN I-O TRANSFERENCIA-FILE.
002330     IF WS-TRANSF-STATUS NOT = "00"
002340         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
002350             "TRANSFERENCIAS - STATUS: " WS-TRANSF-STATUS
002360         MOVE 16 TO RETURN-CODE
002370         STOP RUN
002380     END-IF.
002390     OPEN INPUT STUDENT-MASTER-FILE.
002400     IF WS-MASTER-STATUS NOT = "00"
002410         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO "
002420             "MESTRE STUDENTMASTER - STATUS: " WS-MASTER-STATUS
002430         CLOSE TRANSFERENCIA-FILE
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     OPEN INPUT GRADE-HIST-FILE.
002480     IF WS-HIST-STATUS NOT = "00"
002490         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O HISTORICO "
002500             "GRADEHIST - STATUS: " WS-HIST-STATUS
002510         CLOSE TRANSFERENCIA-FILE
002520         CLOSE STUDENT-MASTER-FILE
002530         MOVE 16 TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560     OPEN INPUT TURMA-MASTER-FILE.
002570     IF WS-TURMA-STATUS = "00"
002580         SET TURMAS-DISPONIVEL TO TRUE
002590     ELSE
002600         DISPLAY "AVISO: CADASTRO DE TURMAS TURMAMASTER "
002610             "INDISPONIVEL - GUIA SEM O NOME DA DISCIPLINA"
002620     END-IF.
002630     OPEN INPUT AUDIT-FILE.
002640     IF WS-AUDIT-STATUS = "00"
002650         SET AUDITORIA-DISPONIVEL TO TRUE
002660     ELSE
002670         DISPLAY "AVISO: AUDITORIA AUDITMSTR INDISPONIVEL - "
002680             "GUIA SEM A FREQUENCIA DAS TURMAS"
002690     END-IF.
002700     DISPLAY "======= EMISSAO DE GUIAS DE TRANSFERENCIA ======="
002710     IF WS-MATRICULA-PESQ = SPACES
002720         DISPLAY "SELECAO: SAIDAS COM GUIA AINDA NAO EMITIDA"
002730     ELSE
002740         DISPLAY "SELECAO: TODAS AS SAIDAS DA MATRICULA "
002750             WS-MATRICULA-PESQ
002760     END-IF.
002770     MOVE LOW-VALUES TO TRF-CHAVE.
002780     IF WS-MATRICULA-PESQ NOT = SPACES
002790         MOVE WS-MATRICULA-PESQ TO TRF-MATRICULA
002800     END-IF.
002810     START TRANSFERENCIA-FILE KEY >= TRF-CHAVE
002820         INVALID KEY
002830             SET FIM-DE-TRANSFERENCIAS TO TRUE
002840             GO TO 1000-EXIT
002850     END-START.
002860     PERFORM 2900-LER-TRANSFERENCIA THRU 2900-EXIT.
002870 1000-EXIT.
002880     EXIT.
002890*-----------------------------------------------------------*
002900*  2000-EMITIR-GUIA - EMITE A GUIA DE UMA SAIDA: CABECALHO,      *
002910*                 MEDIAS DO ANO, FREQUENCIA POR TURMA E          *
002920*                 SITUACAO NO ANO; NA PRIMEIRA EMISSAO GRAVA     *
002930*                 A DATA DA GUIA NO ARQUIVO DE TRANSFERENCIAS    *
002940*-----------------------------------------------------------*
002950 2000-EMITIR-GUIA.
002960     ADD 1 TO WS-SAIDAS-LIDAS
002970     PERFORM 3000-CABECALHO THRU 3000-EXIT
002980     PERFORM 4000-LISTAR-MEDIAS THRU 4000-EXIT
002990     PERFORM 5000-FREQUENCIA-TURMAS THRU 5000-EXIT
003000     PERFORM 6000-SITUACAO-NO-ANO THRU 6000-EXIT
003010     IF TRF-DATA-GUIA = SPACES
003020         MOVE WS-DATA-EXECUCAO TO TRF-DATA-GUIA
003030         REWRITE TRANSFERENCIA-RECORD
003040             INVALID KEY
003050                 DISPLAY "AVISO: DATA DA GUIA NAO GRAVADA PARA A "
003060                     "MATRICULA " TRF-MATRICULA
003070                     " - STATUS: " WS-TRANSF-STATUS
003080         END-REWRITE
003090         ADD 1 TO WS-GUIAS-EMITIDAS
003100     ELSE
003110         ADD 1 TO WS-SEGUNDAS-VIAS
003120     END-IF
003130     PERFORM 2900-LER-TRANSFERENCIA THRU 2900-EXIT.
003140 2000-EXIT.
003150     EXIT.
003160*-----------------------------------------------------------*
003170*  2900-LER-TRANSFERENCIA - LE A PROXIMA SAIDA A EMITIR: SEM     *
003180*                 PARAMETRO, SO AS SAIDAS SEM GUIA; COM A        *
003190*                 MATRICULA, TODAS AS SAIDAS DO ALUNO            *
003200*-----------------------------------------------------------*
003210 2900-LER-TRANSFERENCIA.
003220     READ TRANSFERENCIA-FILE NEXT RECORD
003230         AT END
003240             SET FIM-DE-TRANSFERENCIAS TO TRUE
003250             GO TO 2900-EXIT
003260     END-READ.
003270     IF WS-MATRICULA-PESQ NOT = SPACES
003280         IF TRF-MATRICULA NOT = WS-MATRICULA-PESQ
003290             SET FIM-DE-TRANSFERENCIAS TO TRUE
003300             GO TO 2900-EXIT
003310         END-IF
003320     END-IF.
003330     IF NOT TRF-SAIDA
003340         GO TO 2900-LER-TRANSFERENCIA
003350     END-IF.
003360     IF WS-MATRICULA-PESQ = SPACES
003370         AND TRF-DATA-GUIA NOT = SPACES
003380         GO TO 2900-LER-TRANSFERENCIA
003390     END-IF.
003400 2900-EXIT.
003410     EXIT.
003420*-----------------------------------------------------------*
003430*  3000-CABECALHO - IDENTIFICACAO DO ALUNO, DATA DE SAIDA E      *
003440*                 ESCOLA DE DESTINO                              *
003450*-----------------------------------------------------------*
003460 3000-CABECALHO.
003470     MOVE TRF-MATRICULA TO MST-MATRICULA
003480     READ STUDENT-MASTER-FILE
003490         INVALID KEY
003500             MOVE "*** NAO CONSTA NO CADASTRO ***"
003510                 TO WS-NOME-ALUNO
003520         NOT INVALID KEY
003530             MOVE MST-NOME-OFICIAL TO WS-NOME-ALUNO
003540     END-READ
003550     MOVE TRF-DATA (1:4) TO WS-ANO-SAIDA
003560     DISPLAY " "
003570     DISPLAY "=================================================="
003580     DISPLAY "              GUIA DE TRANSFERENCIA"
003590     DISPLAY "=================================================="
003600     IF TRF-DATA-GUIA NOT = SPACES
003610         MOVE TRF-DATA-GUIA TO WS-DATA-AAAAMMDD-X
003620         PERFORM 7000-FORMATAR-DATA THRU 7000-EXIT
003630         DISPLAY "SEGUNDA VIA - GUIA EMITIDA ORIGINALMENTE EM "
003640             WS-DATA-FORMATADA
003650     END-IF
003660     MOVE TRF-DATA TO WS-DATA-AAAAMMDD-X
003670     PERFORM 7000-FORMATAR-DATA THRU 7000-EXIT
003680     DISPLAY "MATRICULA ........: " TRF-MATRICULA
003690     DISPLAY "ALUNO ............: " WS-NOME-ALUNO
003700     DISPLAY "ANO LETIVO .......: " WS-ANO-SAIDA
003710     DISPLAY "DATA DE SAIDA ....: " WS-DATA-FORMATADA
003720     DISPLAY "ESCOLA DE DESTINO : " TRF-ESCOLA.
003730 3000-EXIT.
003740     EXIT.
003750*-----------------------------------------------------------*
003760*  4000-LISTAR-MEDIAS - LISTA AS MEDIAS DO ALUNO GRAVADAS NO     *
003770*                 GRADEHIST NOS PERIODOS DO ANO DA SAIDA, COM    *
003780*                 A FREQUENCIA DE CADA TURMA NO PERIODO          *
003790*-----------------------------------------------------------*
003800 4000-LISTAR-MEDIAS.
003810     MOVE ZERO  TO WS-MEDIAS-LISTADAS
003820     MOVE ZERO  TO WS-FRQ-QTD
003830     MOVE ZEROS TO WS-SOMA-MEDIAS
003840     MOVE "N"   TO WS-HIST-EOF-SW
003850     DISPLAY " "
003860     DISPLAY "MEDIAS PARCIAIS DO ANO"
003870     DISPLAY "PERIODO TURMA  DISCIPLINA                      "
003880         "MEDIA SITUACAO             FREQ(%)"
003890     MOVE LOW-VALUES    TO GH-CHAVE
003900     MOVE TRF-MATRICULA TO GH-MATRICULA
003910     MOVE WS-ANO-SAIDA  TO GH-PERIODO-LETIVO (1:4)
003920     START GRADE-HIST-FILE KEY >= GH-CHAVE
003930         INVALID KEY
003940             SET FIM-DO-HISTORICO TO TRUE
003950     END-START
003960     PERFORM 4100-LISTAR-MEDIA THRU 4100-EXIT
003970         UNTIL FIM-DO-HISTORICO
003980     IF WS-MEDIAS-LISTADAS = 0
003990         DISPLAY "   NENHUMA MEDIA REGISTRADA NO ANO ATE A SAIDA"
004000         ADD 1 TO WS-GUIAS-SEM-MEDIAS
004010     END-IF.
004020 4000-EXIT.
004030     EXIT.
004040*-----------------------------------------------------------*
004050*  4100-LISTAR-MEDIA - LISTA UMA MEDIA DO ANO E ACUMULA A        *
004060*                 FREQUENCIA DA TURMA                            *
004070*-----------------------------------------------------------*
004080 4100-LISTAR-MEDIA.
004090     READ GRADE-HIST-FILE NEXT RECORD
004100         AT END
004110             SET FIM-DO-HISTORICO TO TRUE
004120             GO TO 4100-EXIT
004130     END-READ
004140     IF GH-MATRICULA NOT = TRF-MATRICULA
004150         OR GH-PERIODO-LETIVO (1:4) NOT = WS-ANO-SAIDA
004160         SET FIM-DO-HISTORICO TO TRUE
004170         GO TO 4100-EXIT
004180     END-IF
004190     MOVE SPACES TO WS-DISCIPLINA
004200     IF TURMAS-DISPONIVEL
004210         MOVE GH-TURMA TO TRM-TURMA
004220         READ TURMA-MASTER-FILE
004230             INVALID KEY
004240                 MOVE SPACES TO TRM-NOME-DISCIPLINA
004250         END-READ
004260         MOVE TRM-NOME-DISCIPLINA TO WS-DISCIPLINA
004270     END-IF
004280     MOVE GH-MEDIA-FINAL TO WS-MEDIA-EDIT
004290     ADD GH-MEDIA-FINAL TO WS-SOMA-MEDIAS
004300     ADD 1 TO WS-MEDIAS-LISTADAS
004310     IF GH-NOTA-EXTERNA
004320         DISPLAY GH-PERIODO-LETIVO "  " GH-TURMA " " WS-DISCIPLINA
004330             "  " WS-MEDIA-EDIT " " GH-SITUACAO "  EXTERNA"
004340         DISPLAY "   MEDIA EXTERNA - ESCOLA DE ORIGEM: "
004350             GH-ESCOLA-ORIGEM
004360         GO TO 4100-EXIT
004370     END-IF
004380     PERFORM 4200-BUSCAR-FREQUENCIA THRU 4200-EXIT
004390     IF FREQUENCIA-ACHADA
004400         MOVE WS-PERC-FREQUENCIA TO WS-PERC-FREQ-ED
004410         DISPLAY GH-PERIODO-LETIVO "  " GH-TURMA " " WS-DISCIPLINA
004420             "  " WS-MEDIA-EDIT " " GH-SITUACAO "  "
004430             WS-PERC-FREQ-ED
004440         PERFORM 4300-ACUMULAR-TURMA THRU 4300-EXIT
004450     ELSE
004460         DISPLAY GH-PERIODO-LETIVO "  " GH-TURMA " " WS-DISCIPLINA
004470             "  " WS-MEDIA-EDIT " " GH-SITUACAO "  N/APURADA"
004480     END-IF.
004490 4100-EXIT.
004500     EXIT.
004510*-----------------------------------------------------------*
004520*  4200-BUSCAR-FREQUENCIA - PROCURA NA AUDITORIA A ULTIMA        *
004530*                 APURACAO DE FREQUENCIA (NAO ESTORNADA) DO      *
004540*                 ALUNO NA TURMA E PERIODO DA MEDIA              *
004550*-----------------------------------------------------------*
004560 4200-BUSCAR-FREQUENCIA.
004570     MOVE "N" TO WS-FREQ-ACHADA-SW
004580     IF NOT AUDITORIA-DISPONIVEL
004590         GO TO 4200-EXIT
004600     END-IF
004610     MOVE "N" TO WS-AUDIT-EOF-SW
004620     MOVE LOW-VALUES        TO AUD-CHAVE
004630     MOVE GH-MATRICULA      TO AUD-MATRICULA
004640     MOVE GH-PERIODO-LETIVO TO AUD-PERIODO-LETIVO
004650     START AUDIT-FILE KEY >= AUD-CHAVE
004660         INVALID KEY
004670             GO TO 4200-EXIT
004680     END-START
004690     PERFORM 4250-LER-AUDITORIA THRU 4250-EXIT
004700         UNTIL FIM-DA-AUDITORIA.
004710 4200-EXIT.
004720     EXIT.
004730*-----------------------------------------------------------*
004740*  4250-LER-AUDITORIA - LE UM REGISTRO DE AUDITORIA DO ALUNO     *
004750*                 NO PERIODO; O ULTIMO COM FREQUENCIA APURADA    *
004760*                 NA TURMA PREVALECE                             *
004770*-----------------------------------------------------------*
004780 4250-LER-AUDITORIA.
004790     READ AUDIT-FILE NEXT RECORD
004800         AT END
004810             SET FIM-DA-AUDITORIA TO TRUE
004820             GO TO 4250-EXIT
004830     END-READ
004840     IF AUD-MATRICULA NOT = GH-MATRICULA
004850         OR AUD-PERIODO-LETIVO NOT = GH-PERIODO-LETIVO
004860         SET FIM-DA-AUDITORIA TO TRUE
004870         GO TO 4250-EXIT
004880     END-IF
004890     IF AUD-TURMA = GH-TURMA
004900         AND AUD-FREQ-APURADA = "S"
004910         AND NOT AUD-ESTORNADO
004920         MOVE AUD-AULAS-DADAS     TO WS-AULAS-DADAS
004930         MOVE AUD-PRESENCAS       TO WS-PRESENCAS
004940         MOVE AUD-PERC-FREQUENCIA TO WS-PERC-FREQUENCIA
004950         SET FREQUENCIA-ACHADA TO TRUE
004960     END-IF.
004970 4250-EXIT.
004980     EXIT.
004990*-----------------------------------------------------------*
005000*  4300-ACUMULAR-TURMA - SOMA AULAS DADAS E PRESENCAS DO         *
005010*                 PERIODO NA TURMA DA TABELA DO ANO              *
005020*-----------------------------------------------------------*
005030 4300-ACUMULAR-TURMA.
005040     MOVE ZERO TO WS-FRQ-ACHOU-IX
005050     PERFORM 4350-PROCURAR-TURMA THRU 4350-EXIT
005060         VARYING WS-FRQ-IX FROM 1 BY 1
005070         UNTIL WS-FRQ-IX > WS-FRQ-QTD
005080     IF WS-FRQ-ACHOU-IX = 0
005090         IF WS-FRQ-QTD >= 30
005100             DISPLAY "AVISO: MAIS DE 30 TURMAS NO ANO - TURMA "
005110                 GH-TURMA " FORA DO QUADRO DE FREQUENCIA"
005120             GO TO 4300-EXIT
005130         END-IF
005140         ADD 1 TO WS-FRQ-QTD
005150         MOVE WS-FRQ-QTD    TO WS-FRQ-ACHOU-IX
005160         MOVE GH-TURMA      TO FRT-TURMA (WS-FRQ-ACHOU-IX)
005170         MOVE WS-DISCIPLINA TO FRT-DISCIPLINA (WS-FRQ-ACHOU-IX)
005180         MOVE ZERO TO FRT-AULAS (WS-FRQ-ACHOU-IX)
005190         MOVE ZERO TO FRT-PRESENCAS (WS-FRQ-ACHOU-IX)
005200     END-IF
005210     ADD WS-AULAS-DADAS TO FRT-AULAS (WS-FRQ-ACHOU-IX)
005220     ADD WS-PRESENCAS   TO FRT-PRESENCAS (WS-FRQ-ACHOU-IX).
005230 4300-EXIT.
005240     EXIT.
005250*-----------------------------------------------------------*
005260*  4350-PROCURAR-TURMA - CONFERE UMA ENTRADA DA TABELA DE        *
005270*                 FREQUENCIA CONTRA A TURMA DA MEDIA             *
005280*-----------------------------------------------------------*
005290 4350-PROCURAR-TURMA.
005300     IF FRT-TURMA (WS-FRQ-IX) = GH-TURMA
005310         MOVE WS-FRQ-IX TO WS-FRQ-ACHOU-IX
005320     END-IF.
005330 4350-EXIT.
005340     EXIT.
005350*-----------------------------------------------------------*
005360*  5000-FREQUENCIA-TURMAS - QUADRO DA FREQUENCIA DE CADA         *
005370*                 TURMA NO ANO ATE A SAIDA                       *
005380*-----------------------------------------------------------*
005390 5000-FREQUENCIA-TURMAS.
005400     DISPLAY " "
005410     DISPLAY "FREQUENCIA POR TURMA NO ANO"
005420     IF WS-FRQ-QTD = 0
005430         DISPLAY "   NENHUMA FREQUENCIA APURADA NO ANO ATE A "
005440             "SAIDA"
005450         GO TO 5000-EXIT
005460     END-IF
005470     DISPLAY "TURMA  DISCIPLINA                     AULAS "
005480         "PRESENCAS FREQ(%)"
005490     PERFORM 5100-LISTAR-TURMA THRU 5100-EXIT
005500         VARYING WS-FRQ-IX FROM 1 BY 1
005510         UNTIL WS-FRQ-IX > WS-FRQ-QTD.
005520 5000-EXIT.
005530     EXIT.
005540*-----------------------------------------------------------*
005550*  5100-LISTAR-TURMA - UMA LINHA DO QUADRO DE FREQUENCIA         *
005560*-----------------------------------------------------------*
005570 5100-LISTAR-TURMA.
005580     MOVE ZEROS TO WS-PERC-FREQUENCIA
005590     IF FRT-AULAS (WS-FRQ-IX) > 0
005600         COMPUTE WS-PERC-FREQUENCIA ROUNDED =
005610             (FRT-PRESENCAS (WS-FRQ-IX) * 100)
005620             / FRT-AULAS (WS-FRQ-IX)
005630     END-IF
005640     MOVE FRT-AULAS (WS-FRQ-IX)     TO WS-AULAS-ED
005650     MOVE FRT-PRESENCAS (WS-FRQ-IX) TO WS-PRESENCAS-ED
005660     MOVE WS-PERC-FREQUENCIA        TO WS-PERC-FREQ-ED
005670     DISPLAY FRT-TURMA (WS-FRQ-IX) " "
005680         FRT-DISCIPLINA (WS-FRQ-IX) " " WS-AULAS-ED "     "
005690         WS-PRESENCAS-ED "  " WS-PERC-FREQ-ED.
005700 5100-EXIT.
005710     EXIT.
005720*-----------------------------------------------------------*
005730*  6000-SITUACAO-NO-ANO - MEDIA PARCIAL DO ANO E SITUACAO DO     *
005740*                 ALUNO ATE A DATA DE SAIDA                      *
005750*-----------------------------------------------------------*
005760 6000-SITUACAO-NO-ANO.
005770     DISPLAY " "
005780     IF WS-MEDIAS-LISTADAS > 0
005790         COMPUTE WS-MEDIA-PARCIAL ROUNDED =
005800             WS-SOMA-MEDIAS / WS-MEDIAS-LISTADAS
005810         MOVE WS-MEDIA-PARCIAL TO WS-MEDIA-EDIT
005820         DISPLAY "MEDIA PARCIAL NO ANO ....: " WS-MEDIA-EDIT
005830     END-IF
005840     MOVE TRF-DATA TO WS-DATA-AAAAMMDD-X
005850     PERFORM 7000-FORMATAR-DATA THRU 7000-EXIT
005860     DISPLAY "SITUACAO NO ANO .........: TRANSFERIDO EM "
005870         WS-DATA-FORMATADA
005880     MOVE WS-DATA-EXECUCAO TO WS-DATA-AAAAMMDD-X
005890     PERFORM 7000-FORMATAR-DATA THRU 7000-EXIT
005900     DISPLAY "DATA DE EMISSAO .........: " WS-DATA-FORMATADA
005910     DISPLAY "==================================================".
005920 6000-EXIT.
005930     EXIT.
005940*-----------------------------------------------------------*
005950*  7000-FORMATAR-DATA - DATA AAAAMMDD PARA DD/MM/AAAA            *
005960*-----------------------------------------------------------*
005970 7000-FORMATAR-DATA.
005980     MOVE WS-DT-DIA TO WS-DF-DIA
005990     MOVE WS-DT-MES TO WS-DF-MES
006000     MOVE WS-DT-ANO TO WS-DF-ANO.
006010 7000-EXIT.
006020     EXIT.
006030*-----------------------------------------------------------*
006040*  9000-FINALIZAR - RESUMO DA EMISSAO E FECHAMENTO DOS           *
006050*                 ARQUIVOS                                       *
006060*-----------------------------------------------------------*
006070 9000-FINALIZAR.
006080     DISPLAY " "
006090     DISPLAY "=================================================="
006100     DISPLAY "SAIDAS SELECIONADAS ...: " WS-SAIDAS-LIDAS
006110     DISPLAY "GUIAS EMITIDAS ........: " WS-GUIAS-EMITIDAS
006120     DISPLAY "SEGUNDAS VIAS .........: " WS-SEGUNDAS-VIAS
006130     DISPLAY "GUIAS SEM MEDIAS NO ANO: " WS-GUIAS-SEM-MEDIAS
006140     IF WS-MATRICULA-PESQ NOT = SPACES
006150         AND WS-SAIDAS-LIDAS = 0
006160         DISPLAY "AVISO: NENHUMA SAIDA REGISTRADA PARA A "
006170             "MATRICULA " WS-MATRICULA-PESQ
006180         MOVE 8 TO RETURN-CODE
006190     END-IF
006200     CLOSE TRANSFERENCIA-FILE
006210     CLOSE STUDENT-MASTER-FILE
006220     CLOSE GRADE-HIST-FILE
006230     IF TURMAS-DISPONIVEL
006240         CLOSE TURMA-MASTER-FILE
006250     END-IF
006260     IF AUDITORIA-DISPONIVEL
006270         CLOSE AUDIT-FILE
006280     END-IF.
006290 9000-EXIT.
006300     EXIT.
006310 END PROGRAM GUIA-TRANSFERENCIA.
