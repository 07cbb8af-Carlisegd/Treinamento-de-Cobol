000100*****************************************************************
000110* PROGRAM-ID : ACOMPANHA-DEPENDENCIAS
000120* AUTHOR     : CARLISE DEBONA
000130* INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS
000140* DATE-WRITTEN: 14/10/2026
000150* PURPOSE    : ACOMPANHAMENTO DO ARQUIVO PERMANENTE DE
000160*              DEPENDENCIAS (DEPENDENCIAS, INDEXADO POR MATRICULA
000170*              + ANO DE ORIGEM + TURMA DE ORIGEM), ALIMENTADO PELO
000180*              FECHAMENTO-ANUAL. PARA CADA DEPENDENCIA AINDA NAO
000190*              CUMPRIDA, CONFERE OS PERIODOS POSTERIORES AO ANO DE
000200*              ORIGEM NO HISTORICO (GRADEHIST) E NA ENTURMACAO E
000210*              ATUALIZA A SITUACAO: CUMPRIDA QUANDO O ALUNO FOI
000220*              APROVADO NA DISCIPLINA, EM CURSO QUANDO ESTA
000230*              ENTURMADO NELA OU EM RECUPERACAO, PENDENTE NOS
000240*              DEMAIS CASOS. A DISCIPLINA E RECONHECIDA PELO NOME
000250*              NO TURMAMASTER (O CODIGO DE TURMA MUDA DE UM ANO
000260*              PARA O OUTRO) OU PELO PROPRIO CODIGO DA TURMA DE
000270*              ORIGEM. EMITE AS BAIXAS DA EXECUCAO E O RELATORIO
000280*              DAS DEPENDENCIAS NAO CUMPRIDAS POR ALUNO E POR
000290*              DISCIPLINA. DEVE RODAR ANTES DO FECHAMENTO-ANUAL,
000300*              QUE CONTA AS DEPENDENCIAS NAO CUMPRIDAS CONFORME O
000310*              REGIMENTO.
000320*****************************************************************
000330* MODIFICATION HISTORY
000340* -----------------------------------------------------------
000350* DATE       INIT DESCRIPTION
000360* 14/10/2026 CD   VERSAO INICIAL. A SITUACAO DAS DEPENDENCIAS NAO
000370*                 CUMPRIDAS E RECALCULADA A CADA EXECUCAO A PARTIR
000380*                 DO HISTORICO E DA ENTURMACAO, EM ORDEM DE
000390*                 PERIODO (O ULTIMO PERIODO DECIDE); SO A
000400*                 DEPENDENCIA CUMPRIDA E DEFINITIVA E NAO VOLTA A
000410*                 SER CONFERIDA. O MOVIMENTO DOS ALUNOS COM
000420*                 DEPENDENCIA ABERTA E CLASSIFICADO VIA SORT POR
000430*                 MATRICULA E PERIODO, COM A ENTURMACAO ANTES DO
000440*                 HISTORICO NO MESMO PERIODO. SEM ARQUIVO DE
000450*                 ENTURMACAO A SITUACAO EM CURSO SO VEM DO
000460*                 HISTORICO.
000460* 15/10/2026 CD   REGISTRO DO GRADEHIST GANHOU A ORIGEM DA MEDIA
000460*                 ("E" = EXTERNA, TRAZIDA POR ALUNO TRANSFERIDO) E
000460*                 O NOME DA ESCOLA DE ORIGEM.
000460* 15/10/2026 CD   O TURMAMASTER GANHOU A QUANTIDADE DE AULAS
000460*                 PREVISTAS NO PERIODO LETIVO
000460*                 (TRM-AULAS-PREVISTAS); O REGISTRO PASSA DE 70
000460*                 PARA 73 BYTES.
000460* 15/10/2026 CD   FALHA NA REGRAVACAO DE UMA DEPENDENCIA ENCERRA O
000460*                 PROCESSAMENTO COM RETURN-CODE 16.
000460* 15/10/2026 CD   O GRADEHIST E O TURMAMASTER GRAVADOS NO LEIAUTE
000460*                 ANTERIOR PRECISAM DE CONVERSAO UNICA DE LEIAUTE
000460*                 (CONVERSAO-LEIAUTE) ANTES DO PRIMEIRO LOTE COM
000460*                 ESTA VERSAO.
000470* -----------------------------------------------------------
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. ACOMPANHA-DEPENDENCIAS.
000500 AUTHOR. CARLISE DEBONA.
000510 INSTALLATION. SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS.
000520 DATE-WRITTEN. 14/10/2026.
000530 DATE-COMPILED.
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT DEPENDENCIAS-FILE ASSIGN TO "DEPENDENCIAS"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS DEP-CHAVE
000610         FILE STATUS IS WS-DEPEND-STATUS.
000620     SELECT GRADE-HIST-FILE ASSIGN TO "GRADEHIST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS GH-CHAVE
000660         FILE STATUS IS WS-HIST-STATUS.
000670     SELECT ENTURMACAO-FILE ASSIGN TO "ENTURMACAO"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS ENT-CHAVE
000710         FILE STATUS IS WS-ENTUR-STATUS.
000720     SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMASTER"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS TRM-TURMA
000760         FILE STATUS IS WS-TURMA-STATUS.
000770     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTMASTER"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS MST-MATRICULA
000810         FILE STATUS IS WS-MASTER-STATUS.
000820     SELECT SORT-FILE ASSIGN TO "SORTWK".
000830     SELECT SORT-DISC-FILE ASSIGN TO "SORTWK2".
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  DEPENDENCIAS-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  DEPENDENCIA-RECORD.
000890     05 DEP-CHAVE.
000900         10 DEP-MATRICULA          PIC X(09).
000910         10 DEP-ANO-ORIGEM         PIC X(04).
000920         10 DEP-TURMA-ORIGEM       PIC X(06).
000930     05 DEP-DISCIPLINA             PIC X(30).
000940     05 DEP-MEDIA-ORIGEM           PIC 9(03)V9(02).
000950     05 DEP-SITUACAO               PIC X(01).
000960         88 DEP-PENDENTE                     VALUE "P".
000970         88 DEP-EM-CURSO                     VALUE "E".
000980         88 DEP-CUMPRIDA                     VALUE "C".
000990     05 DEP-PERIODO-CUMPRIMENTO    PIC X(06).
001000     05 DEP-TURMA-CUMPRIMENTO      PIC X(06).
001010     05 DEP-MEDIA-CUMPRIMENTO      PIC 9(03)V9(02).
001020     05 DEP-DATA-SITUACAO          PIC X(08).
001030 FD  GRADE-HIST-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  GRADE-HIST-RECORD.
001060     05 GH-CHAVE.
001070         10 GH-MATRICULA           PIC X(09).
001080         10 GH-PERIODO-LETIVO      PIC X(06).
001090         10 GH-TURMA               PIC X(06).
001100     05 GH-MEDIA-FINAL             PIC 9(03)V9(02).
001110     05 GH-SITUACAO                PIC X(20).
001110     05 GH-ORIGEM                  PIC X(01).
001110         88 GH-NOTA-EXTERNA                  VALUE "E".
001110     05 GH-ESCOLA-ORIGEM           PIC X(40).
001120 FD  ENTURMACAO-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  ENTURMACAO-RECORD.
001150     05 ENT-CHAVE.
001160         10 ENT-PERIODO-LETIVO     PIC X(06).
001170         10 ENT-TURMA              PIC X(06).
001180         10 ENT-MATRICULA          PIC X(09).
001190     05 ENT-SITUACAO               PIC X(01).
001200         88 ENT-ATIVA                        VALUE "A".
001210         88 ENT-REMANEJADA                   VALUE "R".
001220         88 ENT-DESLIGADA                    VALUE "D".
001230     05 ENT-DATA-INCLUSAO          PIC X(08).
001240     05 ENT-DATA-SAIDA             PIC X(08).
001250     05 ENT-TURMA-ORIGEM           PIC X(06).
001260     05 ENT-TURMA-DESTINO          PIC X(06).
001270 FD  TURMA-MASTER-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  TURMA-MASTER-RECORD.
001300     05 TRM-TURMA                  PIC X(06).
001310     05 TRM-NOME-DISCIPLINA        PIC X(30).
001320     05 TRM-PROFESSOR              PIC X(30).
001330     05 TRM-QTD-AVALIACOES         PIC 9(02).
001340     05 TRM-USA-PESO-OBRIG         PIC X(01).
001350     05 TRM-STATUS-TURMA           PIC X(01).
001350     05 TRM-AULAS-PREVISTAS        PIC 9(03).
001360 FD  STUDENT-MASTER-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 01  STUDENT-MASTER-RECORD.
001390     05 MST-MATRICULA              PIC X(09).
001400     05 MST-NOME-OFICIAL           PIC X(30).
001410     05 MST-STATUS-MATRICULA       PIC X(01).
001420 SD  SORT-FILE.
001430 01  SORT-RECORD.
001440     05 SRT-MATRICULA              PIC X(09).
001450     05 SRT-PERIODO-LETIVO         PIC X(06).
001460     05 SRT-ORIGEM                 PIC X(01).
001470         88 SRT-DA-ENTURMACAO                VALUE "1".
001480         88 SRT-DO-HISTORICO                 VALUE "2".
001490     05 SRT-TURMA                  PIC X(06).
001500     05 SRT-DISCIPLINA             PIC X(30).
001510     05 SRT-MEDIA-FINAL            PIC 9(03)V9(02).
001520     05 SRT-SITUACAO               PIC X(20).
001530 SD  SORT-DISC-FILE.
001540 01  SORT-DISC-RECORD.
001550     05 SRD-DISCIPLINA             PIC X(30).
001560     05 SRD-NOME                   PIC X(30).
001570     05 SRD-MATRICULA              PIC X(09).
001580     05 SRD-ANO-ORIGEM             PIC X(04).
001590     05 SRD-TURMA-ORIGEM           PIC X(06).
001600     05 SRD-SITUACAO               PIC X(01).
001610 WORKING-STORAGE SECTION.
001620 77 WS-DEPEND-STATUS           PIC X(02) VALUE SPACES.
001630 77 WS-HIST-STATUS             PIC X(02) VALUE SPACES.
001640 77 WS-ENTUR-STATUS            PIC X(02) VALUE SPACES.
001650 77 WS-TURMA-STATUS            PIC X(02) VALUE SPACES.
001660 77 WS-MASTER-STATUS           PIC X(02) VALUE SPACES.
001670 77 WS-ENTUR-ABERTA-SW         PIC X(01) VALUE "N".
001680     88 ENTURMACAO-DISPONIVEL           VALUE "S".
001690 77 WS-SORT-EOF-SW             PIC X(01) VALUE "N".
001700     88 FIM-DA-CLASSIFICACAO            VALUE "S".
001710 77 WS-DEP-ABERTA-SW           PIC X(01) VALUE "N".
001720     88 TEM-DEPENDENCIA-ABERTA          VALUE "S".
001730 77 WS-DATA-EXECUCAO           PIC X(08) VALUE SPACES.
001740 77 WS-MATRICULA-PESQ          PIC X(09) VALUE SPACES.
001750 77 WS-MATRICULA-CONSULTADA    PIC X(09) VALUE SPACES.
001760 77 WS-MATRICULA-ATUAL         PIC X(09) VALUE SPACES.
001770 77 WS-TURMA-PESQ              PIC X(06) VALUE SPACES.
001780 77 WS-TURMA-CONSULTADA        PIC X(06) VALUE SPACES.
001790 77 WS-DISCIPLINA              PIC X(30) VALUE SPACES.
001800 77 WS-DISCIPLINA-ATUAL        PIC X(30) VALUE SPACES.
001810 77 WS-NOME-ALUNO              PIC X(30) VALUE SPACES.
001820 77 WS-SITUACAO-COD            PIC X(01) VALUE SPACES.
001830 77 WS-SITUACAO-DESC           PIC X(08) VALUE SPACES.
001840 77 WS-SITUACAO-ANT-DESC       PIC X(08) VALUE SPACES.
001850 77 WS-MEDIA-EDIT              PIC ZZ9.99 VALUE ZEROS.
001860 77 WS-DPT-QTD                 PIC 9(02) COMP VALUE ZERO.
001870 77 WS-DPT-IX                  PIC 9(02) COMP VALUE ZERO.
001880 77 WS-DPT-LIMITE              PIC 9(02) COMP VALUE 20.
001890 77 WS-HIST-LIDOS              PIC 9(07) COMP VALUE ZERO.
001900 77 WS-ENTUR-LIDOS             PIC 9(07) COMP VALUE ZERO.
001910 77 WS-MOVIMENTOS              PIC 9(07) COMP VALUE ZERO.
001920 77 WS-ALUNOS-CONFERIDOS       PIC 9(05) COMP VALUE ZERO.
001930 77 WS-BAIXAS-CUMPRIDA         PIC 9(05) COMP VALUE ZERO.
001940 77 WS-PASSARAM-EM-CURSO       PIC 9(05) COMP VALUE ZERO.
001950 77 WS-VOLTARAM-PENDENTE       PIC 9(05) COMP VALUE ZERO.
001960 77 WS-TOT-PENDENTES           PIC 9(05) COMP VALUE ZERO.
001970 77 WS-TOT-EM-CURSO            PIC 9(05) COMP VALUE ZERO.
001980 77 WS-TOT-CUMPRIDAS           PIC 9(05) COMP VALUE ZERO.
001990 77 WS-ALUNOS-EM-DEPENDENCIA   PIC 9(05) COMP VALUE ZERO.
002000 77 WS-QTD-LINHAS-DISC         PIC 9(05) COMP VALUE ZERO.
002010 01 WS-DEPENDENCIAS-ALUNO.
002020     05 DPT-ENT OCCURS 20 TIMES.
002030         10 DPT-ANO-ORIGEM         PIC X(04).
002040         10 DPT-TURMA-ORIGEM       PIC X(06).
002050         10 DPT-DISCIPLINA         PIC X(30).
002060         10 DPT-SIT-ANTERIOR       PIC X(01).
002070         10 DPT-SIT-NOVA           PIC X(01).
002080         10 DPT-PERIODO-CUMPR      PIC X(06).
002090         10 DPT-TURMA-CUMPR        PIC X(06).
002100         10 DPT-MEDIA-CUMPR        PIC 9(03)V9(02).
002110 PROCEDURE DIVISION.
002120*-----------------------------------------------------------*
002130*  0000-MAINLINE                                            *
002140*-----------------------------------------------------------*
002150 0000-MAINLINE.
002160     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002170     SORT SORT-FILE
002180         ON ASCENDING KEY SRT-MATRICULA SRT-PERIODO-LETIVO
002190                          SRT-ORIGEM
002200         INPUT PROCEDURE IS 2000-SELECIONAR-MOVIMENTO
002210             THRU 2000-EXIT
002220         OUTPUT PROCEDURE IS 3000-ATUALIZAR-DEPENDENCIAS
002230             THRU 3000-EXIT.
002240     SORT SORT-DISC-FILE
002250         ON ASCENDING KEY SRD-DISCIPLINA SRD-NOME SRD-MATRICULA
002260         INPUT PROCEDURE IS 5000-RELATORIO-POR-ALUNO
002270             THRU 5000-EXIT
002280         OUTPUT PROCEDURE IS 7000-RELATORIO-POR-DISCIPLINA
002290             THRU 7000-EXIT.
002300     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002310     STOP RUN.
002320*-----------------------------------------------------------*
002330*  1000-INICIALIZAR - ABRE OS ARQUIVOS. SEM O ARQUIVO DE         *
002340*                 DEPENDENCIAS (AINDA NAO HOUVE FECHAMENTO)      *
002350*                 NAO HA O QUE ACOMPANHAR; SEM A ENTURMACAO      *
002360*                 O ACOMPANHAMENTO SEGUE SO PELO HISTORICO       *
002370*-----------------------------------------------------------*
002380 1000-INICIALIZAR.
002390     OPEN I-O DEPENDENCIAS-FILE.
002400     IF WS-DEPEND-STATUS NOT = "00"
002410         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
002420             "DEPENDENCIAS - STATUS: " WS-DEPEND-STATUS
002430         DISPLAY "      O ARQUIVO E CRIADO PELO FECHAMENTO-ANUAL"
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     OPEN INPUT GRADE-HIST-FILE.
002480     IF WS-HIST-STATUS NOT = "00"
002490         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O HISTORICO "
002500             "GRADEHIST - STATUS: " WS-HIST-STATUS
002510         CLOSE DEPENDENCIAS-FILE
002520         MOVE 16 TO RETURN-CODE
002530         STOP RUN
002540     END-IF.
002550     OPEN INPUT TURMA-MASTER-FILE.
002560     IF WS-TURMA-STATUS NOT = "00"
002570         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO DE "
002580             "TURMAS TURMAMASTER - STATUS: " WS-TURMA-STATUS
002590         CLOSE DEPENDENCIAS-FILE
002600         CLOSE GRADE-HIST-FILE
002610         MOVE 16 TO RETURN-CODE
002620         STOP RUN
002630     END-IF.
002640     OPEN INPUT STUDENT-MASTER-FILE.
002650     IF WS-MASTER-STATUS NOT = "00"
002660         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO "
002670             "MESTRE STUDENTMASTER - STATUS: " WS-MASTER-STATUS
002680         CLOSE DEPENDENCIAS-FILE
002690         CLOSE GRADE-HIST-FILE
002700         CLOSE TURMA-MASTER-FILE
002710         MOVE 16 TO RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740     OPEN INPUT ENTURMACAO-FILE.
002750     IF WS-ENTUR-STATUS = "00"
002760         SET ENTURMACAO-DISPONIVEL TO TRUE
002770     ELSE
002780         DISPLAY "AVISO: ARQUIVO ENTURMACAO NAO DISPONIVEL - "
002790             "STATUS: " WS-ENTUR-STATUS
002800         DISPLAY "       A SITUACAO EM CURSO SERA APURADA SO "
002810             "PELO HISTORICO"
002820     END-IF.
002830     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
002840     DISPLAY "================================================"
002850     DISPLAY "ACOMPANHAMENTO DE DEPENDENCIAS - DATA: "
002860         WS-DATA-EXECUCAO
002870     DISPLAY "================================================".
002880 1000-EXIT.
002890     EXIT.
002900*-----------------------------------------------------------*
002910*  2000-SELECIONAR-MOVIMENTO - PROCEDIMENTO DE ENTRADA DO        *
002920*                 SORT: LIBERA OS REGISTROS DO HISTORICO E       *
002930*                 AS ENTURMACOES ATIVAS DOS ALUNOS QUE TEM       *
002940*                 DEPENDENCIA NAO CUMPRIDA, COM O NOME DA        *
002950*                 DISCIPLINA DA TURMA                            *
002960*-----------------------------------------------------------*
002970 2000-SELECIONAR-MOVIMENTO.
002980     MOVE SPACES TO WS-MATRICULA-CONSULTADA.
002990 2000-LER-HISTORICO.
003000     READ GRADE-HIST-FILE NEXT RECORD
003010         AT END
003020             GO TO 2000-ENTURMACAO
003030     END-READ.
003040     ADD 1 TO WS-HIST-LIDOS.
003050     MOVE GH-MATRICULA TO WS-MATRICULA-PESQ.
003060     PERFORM 2500-CONFERIR-DEPENDENCIA THRU 2500-EXIT.
003070     IF NOT TEM-DEPENDENCIA-ABERTA
003080         GO TO 2000-LER-HISTORICO
003090     END-IF.
003100     MOVE GH-TURMA TO WS-TURMA-PESQ.
003110     PERFORM 2600-BUSCAR-DISCIPLINA THRU 2600-EXIT.
003120     MOVE GH-MATRICULA      TO SRT-MATRICULA.
003130     MOVE GH-PERIODO-LETIVO TO SRT-PERIODO-LETIVO.
003140     MOVE "2"               TO SRT-ORIGEM.
003150     MOVE GH-TURMA          TO SRT-TURMA.
003160     MOVE WS-DISCIPLINA     TO SRT-DISCIPLINA.
003170     MOVE GH-MEDIA-FINAL    TO SRT-MEDIA-FINAL.
003180     MOVE GH-SITUACAO       TO SRT-SITUACAO.
003190     RELEASE SORT-RECORD.
003200     ADD 1 TO WS-MOVIMENTOS.
003210     GO TO 2000-LER-HISTORICO.
003220 2000-ENTURMACAO.
003230     IF NOT ENTURMACAO-DISPONIVEL
003240         GO TO 2000-EXIT
003250     END-IF.
003260 2000-LER-ENTURMACAO.
003270     READ ENTURMACAO-FILE NEXT RECORD
003280         AT END
003290             GO TO 2000-EXIT
003300     END-READ.
003310     ADD 1 TO WS-ENTUR-LIDOS.
003320     IF NOT ENT-ATIVA
003330         GO TO 2000-LER-ENTURMACAO
003340     END-IF.
003350     MOVE ENT-MATRICULA TO WS-MATRICULA-PESQ.
003360     PERFORM 2500-CONFERIR-DEPENDENCIA THRU 2500-EXIT.
003370     IF NOT TEM-DEPENDENCIA-ABERTA
003380         GO TO 2000-LER-ENTURMACAO
003390     END-IF.
003400     MOVE ENT-TURMA TO WS-TURMA-PESQ.
003410     PERFORM 2600-BUSCAR-DISCIPLINA THRU 2600-EXIT.
003420     MOVE ENT-MATRICULA      TO SRT-MATRICULA.
003430     MOVE ENT-PERIODO-LETIVO TO SRT-PERIODO-LETIVO.
003440     MOVE "1"                TO SRT-ORIGEM.
003450     MOVE ENT-TURMA          TO SRT-TURMA.
003460     MOVE WS-DISCIPLINA      TO SRT-DISCIPLINA.
003470     MOVE ZEROS              TO SRT-MEDIA-FINAL.
003480     MOVE "ENTURMADO"        TO SRT-SITUACAO.
003490     RELEASE SORT-RECORD.
003500     ADD 1 TO WS-MOVIMENTOS.
003510     GO TO 2000-LER-ENTURMACAO.
003520 2000-EXIT.
003530     EXIT.
003540*-----------------------------------------------------------*
003550*  2500-CONFERIR-DEPENDENCIA - DIZ SE A MATRICULA EM             *
003560*                 WS-MATRICULA-PESQ TEM ALGUMA DEPENDENCIA       *
003570*                 AINDA NAO CUMPRIDA; GUARDA A ULTIMA            *
003580*                 MATRICULA CONSULTADA (O HISTORICO VEM EM       *
003590*                 ORDEM DE MATRICULA)                            *
003600*-----------------------------------------------------------*
003610 2500-CONFERIR-DEPENDENCIA.
003620     IF WS-MATRICULA-PESQ = WS-MATRICULA-CONSULTADA
003630         GO TO 2500-EXIT
003640     END-IF.
003650     MOVE WS-MATRICULA-PESQ TO WS-MATRICULA-CONSULTADA.
003660     MOVE "N" TO WS-DEP-ABERTA-SW.
003670     MOVE WS-MATRICULA-PESQ TO DEP-MATRICULA.
003680     MOVE LOW-VALUES TO DEP-ANO-ORIGEM.
003690     MOVE LOW-VALUES TO DEP-TURMA-ORIGEM.
003700     START DEPENDENCIAS-FILE KEY >= DEP-CHAVE
003710         INVALID KEY GO TO 2500-EXIT
003720     END-START.
003730 2500-LER.
003740     READ DEPENDENCIAS-FILE NEXT RECORD
003750         AT END GO TO 2500-EXIT
003760     END-READ.
003770     IF DEP-MATRICULA NOT = WS-MATRICULA-PESQ
003780         GO TO 2500-EXIT
003790     END-IF.
003800     IF NOT DEP-CUMPRIDA
003810         SET TEM-DEPENDENCIA-ABERTA TO TRUE
003820         GO TO 2500-EXIT
003830     END-IF.
003840     GO TO 2500-LER.
003850 2500-EXIT.
003860     EXIT.
003870*-----------------------------------------------------------*
003880*  2600-BUSCAR-DISCIPLINA - LE NO TURMAMASTER O NOME DA          *
003890*                 DISCIPLINA DA TURMA EM WS-TURMA-PESQ;          *
003900*                 TURMA SEM CADASTRO FICA COM O NOME EM          *
003910*                 BRANCO E SO CASA PELO CODIGO DA TURMA          *
003920*-----------------------------------------------------------*
003930 2600-BUSCAR-DISCIPLINA.
003940     IF WS-TURMA-PESQ = WS-TURMA-CONSULTADA
003950         GO TO 2600-EXIT
003960     END-IF.
003970     MOVE WS-TURMA-PESQ TO WS-TURMA-CONSULTADA.
003980     MOVE WS-TURMA-PESQ TO TRM-TURMA.
003990     READ TURMA-MASTER-FILE
004000         INVALID KEY
004010             MOVE SPACES TO WS-DISCIPLINA
004020         NOT INVALID KEY
004030             MOVE TRM-NOME-DISCIPLINA TO WS-DISCIPLINA
004040     END-READ.
004050 2600-EXIT.
004060     EXIT.
004070*-----------------------------------------------------------*
004080*  3000-ATUALIZAR-DEPENDENCIAS - PROCEDIMENTO DE SAIDA DO        *
004090*                 SORT: PARA CADA ALUNO CARREGA AS               *
004100*                 DEPENDENCIAS NAO CUMPRIDAS, APLICA O           *
004110*                 MOVIMENTO EM ORDEM DE PERIODO E REGRAVA AS     *
004120*                 QUE MUDARAM DE SITUACAO                        *
004130*-----------------------------------------------------------*
004140 3000-ATUALIZAR-DEPENDENCIAS.
004150     MOVE SPACES TO WS-MATRICULA-ATUAL.
004160     MOVE ZERO TO WS-DPT-QTD.
004170     DISPLAY " "
004180     DISPLAY "====== MUDANCAS DE SITUACAO NESTA EXECUCAO ======".
004190     PERFORM 3900-RETORNAR-MOVIMENTO THRU 3900-EXIT.
004200 3000-ATUALIZAR.
004210     IF FIM-DA-CLASSIFICACAO
004220         IF WS-MATRICULA-ATUAL NOT = SPACES
004230             PERFORM 3500-REGRAVAR-ALUNO THRU 3500-EXIT
004240         END-IF
004250         GO TO 3000-EXIT
004260     END-IF
004270     IF SRT-MATRICULA NOT = WS-MATRICULA-ATUAL
004280         IF WS-MATRICULA-ATUAL NOT = SPACES
004290             PERFORM 3500-REGRAVAR-ALUNO THRU 3500-EXIT
004300         END-IF
004310         MOVE SRT-MATRICULA TO WS-MATRICULA-ATUAL
004320         PERFORM 3100-CARREGAR-DEPENDENCIAS THRU 3100-EXIT
004330     END-IF
004340     PERFORM 3200-APLICAR-MOVIMENTO THRU 3200-EXIT
004350         VARYING WS-DPT-IX FROM 1 BY 1
004360         UNTIL WS-DPT-IX > WS-DPT-QTD
004370     PERFORM 3900-RETORNAR-MOVIMENTO THRU 3900-EXIT
004380     GO TO 3000-ATUALIZAR.
004390 3000-EXIT.
004400     EXIT.
004410*-----------------------------------------------------------*
004420*  3100-CARREGAR-DEPENDENCIAS - CARREGA NA TABELA DO ALUNO       *
004430*                 AS DEPENDENCIAS NAO CUMPRIDAS, COM A NOVA      *
004440*                 SITUACAO INICIADA COMO PENDENTE                *
004450*-----------------------------------------------------------*
004460 3100-CARREGAR-DEPENDENCIAS.
004470     MOVE ZERO TO WS-DPT-QTD.
004480     ADD 1 TO WS-ALUNOS-CONFERIDOS.
004490     MOVE WS-MATRICULA-ATUAL TO DEP-MATRICULA.
004500     MOVE LOW-VALUES TO DEP-ANO-ORIGEM.
004510     MOVE LOW-VALUES TO DEP-TURMA-ORIGEM.
004520     START DEPENDENCIAS-FILE KEY >= DEP-CHAVE
004530         INVALID KEY GO TO 3100-EXIT
004540     END-START.
004550 3100-LER.
004560     READ DEPENDENCIAS-FILE NEXT RECORD
004570         AT END GO TO 3100-EXIT
004580     END-READ.
004590     IF DEP-MATRICULA NOT = WS-MATRICULA-ATUAL
004600         GO TO 3100-EXIT
004610     END-IF.
004620     IF DEP-CUMPRIDA
004630         GO TO 3100-LER
004640     END-IF.
004650     IF WS-DPT-QTD >= WS-DPT-LIMITE
004660         DISPLAY "ERRO: MATRICULA " WS-MATRICULA-ATUAL " COM "
004670             "MAIS DE 20 DEPENDENCIAS ABERTAS - VERIFIQUE O "
004680             "ARQUIVO DEPENDENCIAS"
004690         MOVE 16 TO RETURN-CODE
004700         STOP RUN
004710     END-IF.
004720     ADD 1 TO WS-DPT-QTD.
004730     MOVE DEP-ANO-ORIGEM   TO DPT-ANO-ORIGEM (WS-DPT-QTD).
004740     MOVE DEP-TURMA-ORIGEM TO DPT-TURMA-ORIGEM (WS-DPT-QTD).
004750     MOVE DEP-DISCIPLINA   TO DPT-DISCIPLINA (WS-DPT-QTD).
004760     MOVE DEP-SITUACAO     TO DPT-SIT-ANTERIOR (WS-DPT-QTD).
004770     MOVE "P"              TO DPT-SIT-NOVA (WS-DPT-QTD).
004780     MOVE SPACES           TO DPT-PERIODO-CUMPR (WS-DPT-QTD).
004790     MOVE SPACES           TO DPT-TURMA-CUMPR (WS-DPT-QTD).
004800     MOVE ZEROS            TO DPT-MEDIA-CUMPR (WS-DPT-QTD).
004810     GO TO 3100-LER.
004820 3100-EXIT.
004830     EXIT.
004840*-----------------------------------------------------------*
004850*  3200-APLICAR-MOVIMENTO - APLICA UM REGISTRO DO MOVIMENTO      *
004860*                 A UMA DEPENDENCIA DO ALUNO: SO CONTA           *
004870*                 PERIODO DE ANO POSTERIOR AO DE ORIGEM NA       *
004880*                 MESMA DISCIPLINA. APROVADO CUMPRE; EM          *
004890*                 RECUPERACAO OU ENTURMADO FICA EM CURSO;        *
004900*                 REPROVADO VOLTA A PENDENTE                     *
004910*-----------------------------------------------------------*
004920 3200-APLICAR-MOVIMENTO.
004930     IF DPT-SIT-NOVA (WS-DPT-IX) = "C"
004940         GO TO 3200-EXIT
004950     END-IF
004960     IF SRT-PERIODO-LETIVO (1:4) NOT > DPT-ANO-ORIGEM (WS-DPT-IX)
004970         GO TO 3200-EXIT
004980     END-IF
004990     IF SRT-TURMA NOT = DPT-TURMA-ORIGEM (WS-DPT-IX)
005000         IF DPT-DISCIPLINA (WS-DPT-IX) = SPACES
005010             OR SRT-DISCIPLINA NOT = DPT-DISCIPLINA (WS-DPT-IX)
005020             GO TO 3200-EXIT
005030         END-IF
005040     END-IF
005050     IF SRT-DA-ENTURMACAO
005060         MOVE "E" TO DPT-SIT-NOVA (WS-DPT-IX)
005070         GO TO 3200-EXIT
005080     END-IF
005090     IF SRT-SITUACAO = "APROVADO"
005100         MOVE "C"                TO DPT-SIT-NOVA (WS-DPT-IX)
005110         MOVE SRT-PERIODO-LETIVO TO DPT-PERIODO-CUMPR (WS-DPT-IX)
005120         MOVE SRT-TURMA          TO DPT-TURMA-CUMPR (WS-DPT-IX)
005130         MOVE SRT-MEDIA-FINAL    TO DPT-MEDIA-CUMPR (WS-DPT-IX)
005140     ELSE
005150         IF SRT-SITUACAO = "EM RECUPERACAO"
005160             MOVE "E" TO DPT-SIT-NOVA (WS-DPT-IX)
005170         ELSE
005180             MOVE "P" TO DPT-SIT-NOVA (WS-DPT-IX)
005190         END-IF
005200     END-IF.
005210 3200-EXIT.
005220     EXIT.
005230*-----------------------------------------------------------*
005240*  3500-REGRAVAR-ALUNO - REGRAVA NO ARQUIVO AS DEPENDENCIAS      *
005250*                 DO ALUNO QUE MUDARAM DE SITUACAO               *
005260*-----------------------------------------------------------*
005270 3500-REGRAVAR-ALUNO.
005280     PERFORM 3600-REGRAVAR-DEPENDENCIA THRU 3600-EXIT
005290         VARYING WS-DPT-IX FROM 1 BY 1
005300         UNTIL WS-DPT-IX > WS-DPT-QTD.
005310 3500-EXIT.
005320     EXIT.
005330*-----------------------------------------------------------*
005340*  3600-REGRAVAR-DEPENDENCIA - REGRAVA UMA DEPENDENCIA CUJA      *
005350*                 SITUACAO MUDOU E LISTA A MUDANCA               *
005360*-----------------------------------------------------------*
005370 3600-REGRAVAR-DEPENDENCIA.
005380     IF DPT-SIT-NOVA (WS-DPT-IX) = DPT-SIT-ANTERIOR (WS-DPT-IX)
005390         GO TO 3600-EXIT
005400     END-IF
005410     MOVE WS-MATRICULA-ATUAL           TO DEP-MATRICULA
005420     MOVE DPT-ANO-ORIGEM (WS-DPT-IX)   TO DEP-ANO-ORIGEM
005430     MOVE DPT-TURMA-ORIGEM (WS-DPT-IX) TO DEP-TURMA-ORIGEM
005440     READ DEPENDENCIAS-FILE
005450         INVALID KEY
005460             DISPLAY "AVISO: DEPENDENCIA " DEP-CHAVE
005470                 " NAO ENCONTRADA PARA REGRAVACAO"
005480             GO TO 3600-EXIT
005490     END-READ
005500     MOVE DPT-SIT-NOVA (WS-DPT-IX)      TO DEP-SITUACAO
005510     MOVE DPT-PERIODO-CUMPR (WS-DPT-IX) TO DEP-PERIODO-CUMPRIMENTO
005520     MOVE DPT-TURMA-CUMPR (WS-DPT-IX)   TO DEP-TURMA-CUMPRIMENTO
005530     MOVE DPT-MEDIA-CUMPR (WS-DPT-IX)   TO DEP-MEDIA-CUMPRIMENTO
005540     MOVE WS-DATA-EXECUCAO              TO DEP-DATA-SITUACAO
005550     REWRITE DEPENDENCIA-RECORD
005550         INVALID KEY
005550             DISPLAY "ERRO: FALHA AO REGRAVAR A DEPENDENCIA "
005550                 DEP-CHAVE " - STATUS: " WS-DEPEND-STATUS
005550             MOVE 16 TO RETURN-CODE
005550             STOP RUN
005550     END-REWRITE
005560     MOVE DPT-SIT-ANTERIOR (WS-DPT-IX) TO WS-SITUACAO-COD
005570     PERFORM 8900-DESCREVER-SITUACAO THRU 8900-EXIT
005580     MOVE WS-SITUACAO-DESC TO WS-SITUACAO-ANT-DESC
005590     MOVE DPT-SIT-NOVA (WS-DPT-IX) TO WS-SITUACAO-COD
005600     PERFORM 8900-DESCREVER-SITUACAO THRU 8900-EXIT
005610     DISPLAY WS-MATRICULA-ATUAL " " DEP-ANO-ORIGEM " "
005620         DEP-TURMA-ORIGEM " " DEP-DISCIPLINA " "
005630         WS-SITUACAO-ANT-DESC " -> " WS-SITUACAO-DESC
005640     IF DEP-CUMPRIDA
005650         ADD 1 TO WS-BAIXAS-CUMPRIDA
005660         MOVE DEP-MEDIA-CUMPRIMENTO TO WS-MEDIA-EDIT
005670         DISPLAY "          APROVADO EM " DEP-PERIODO-CUMPRIMENTO
005680             " NA TURMA " DEP-TURMA-CUMPRIMENTO
005690             " - MEDIA: " WS-MEDIA-EDIT
005700     END-IF
005710     IF DEP-EM-CURSO
005720         ADD 1 TO WS-PASSARAM-EM-CURSO
005730     END-IF
005740     IF DEP-PENDENTE
005750         ADD 1 TO WS-VOLTARAM-PENDENTE
005760     END-IF.
005770 3600-EXIT.
005780     EXIT.
005790*-----------------------------------------------------------*
005800*  3900-RETORNAR-MOVIMENTO - RETORNA O PROXIMO REGISTRO          *
005810*                 CLASSIFICADO DO MOVIMENTO                      *
005820*-----------------------------------------------------------*
005830 3900-RETORNAR-MOVIMENTO.
005840     RETURN SORT-FILE
005850         AT END SET FIM-DA-CLASSIFICACAO TO TRUE
005860     END-RETURN.
005870 3900-EXIT.
005880     EXIT.
005890*-----------------------------------------------------------*
005900*  5000-RELATORIO-POR-ALUNO - PROCEDIMENTO DE ENTRADA DO         *
005910*                 SEGUNDO SORT: LE O ARQUIVO DE DEPENDENCIAS     *
005920*                 JA ATUALIZADO EM ORDEM DE MATRICULA, LISTA     *
005930*                 AS NAO CUMPRIDAS POR ALUNO E LIBERA CADA       *
005940*                 UMA PARA O RELATORIO POR DISCIPLINA            *
005950*-----------------------------------------------------------*
005960 5000-RELATORIO-POR-ALUNO.
005970     MOVE SPACES TO WS-MATRICULA-ATUAL.
005980     DISPLAY " "
005990     DISPLAY "===== DEPENDENCIAS NAO CUMPRIDAS POR ALUNO =====".
006000     MOVE LOW-VALUES TO DEP-CHAVE.
006010     START DEPENDENCIAS-FILE KEY >= DEP-CHAVE
006020         INVALID KEY GO TO 5000-EXIT
006030     END-START.
006040 5000-LER.
006050     READ DEPENDENCIAS-FILE NEXT RECORD
006060         AT END GO TO 5000-EXIT
006070     END-READ.
006080     IF DEP-CUMPRIDA
006090         ADD 1 TO WS-TOT-CUMPRIDAS
006100         GO TO 5000-LER
006110     END-IF.
006120     IF DEP-EM-CURSO
006130         ADD 1 TO WS-TOT-EM-CURSO
006140     ELSE
006150         ADD 1 TO WS-TOT-PENDENTES
006160     END-IF.
006170     IF DEP-MATRICULA NOT = WS-MATRICULA-ATUAL
006180         MOVE DEP-MATRICULA TO WS-MATRICULA-ATUAL
006190         ADD 1 TO WS-ALUNOS-EM-DEPENDENCIA
006200         PERFORM 5100-BUSCAR-NOME THRU 5100-EXIT
006210         DISPLAY " "
006220         DISPLAY "ALUNO: " WS-MATRICULA-ATUAL " " WS-NOME-ALUNO
006230     END-IF.
006240     MOVE DEP-SITUACAO TO WS-SITUACAO-COD.
006250     PERFORM 8900-DESCREVER-SITUACAO THRU 8900-EXIT.
006260     MOVE DEP-MEDIA-ORIGEM TO WS-MEDIA-EDIT.
006270     DISPLAY "   ANO " DEP-ANO-ORIGEM " TURMA " DEP-TURMA-ORIGEM
006280         " " DEP-DISCIPLINA " MEDIA: " WS-MEDIA-EDIT " "
006290         WS-SITUACAO-DESC.
006300     IF DEP-DISCIPLINA = SPACES
006310         MOVE SPACES TO SRD-DISCIPLINA
006320         STRING "(TURMA " DEP-TURMA-ORIGEM ")"
006330             DELIMITED BY SIZE INTO SRD-DISCIPLINA
006340     ELSE
006350         MOVE DEP-DISCIPLINA TO SRD-DISCIPLINA
006360     END-IF.
006370     MOVE WS-NOME-ALUNO    TO SRD-NOME.
006380     MOVE DEP-MATRICULA    TO SRD-MATRICULA.
006390     MOVE DEP-ANO-ORIGEM   TO SRD-ANO-ORIGEM.
006400     MOVE DEP-TURMA-ORIGEM TO SRD-TURMA-ORIGEM.
006410     MOVE DEP-SITUACAO     TO SRD-SITUACAO.
006420     RELEASE SORT-DISC-RECORD.
006430     GO TO 5000-LER.
006440 5000-EXIT.
006450     EXIT.
006460*-----------------------------------------------------------*
006470*  5100-BUSCAR-NOME - LE O NOME OFICIAL DO ALUNO NO              *
006480*                 CADASTRO MESTRE                                *
006490*-----------------------------------------------------------*
006500 5100-BUSCAR-NOME.
006510     MOVE WS-MATRICULA-ATUAL TO MST-MATRICULA
006520     READ STUDENT-MASTER-FILE
006530         INVALID KEY
006540             MOVE "(SEM CADASTRO MESTRE)" TO WS-NOME-ALUNO
006550         NOT INVALID KEY
006560             MOVE MST-NOME-OFICIAL TO WS-NOME-ALUNO
006570     END-READ.
006580 5100-EXIT.
006590     EXIT.
006600*-----------------------------------------------------------*
006610*  7000-RELATORIO-POR-DISCIPLINA - PROCEDIMENTO DE SAIDA DO      *
006620*                 SEGUNDO SORT: LISTA AS DEPENDENCIAS NAO        *
006630*                 CUMPRIDAS POR DISCIPLINA, COM OS ALUNOS EM     *
006640*                 ORDEM ALFABETICA DO NOME OFICIAL               *
006650*-----------------------------------------------------------*
006660 7000-RELATORIO-POR-DISCIPLINA.
006670     MOVE "N" TO WS-SORT-EOF-SW.
006680     MOVE SPACES TO WS-DISCIPLINA-ATUAL.
006690     DISPLAY " "
006700     DISPLAY "=== DEPENDENCIAS NAO CUMPRIDAS POR DISCIPLINA ===".
006710     PERFORM 7900-RETORNAR-DISCIPLINA THRU 7900-EXIT.
006720 7000-EMITIR.
006730     IF FIM-DA-CLASSIFICACAO
006740         IF WS-DISCIPLINA-ATUAL NOT = SPACES
006750             PERFORM 7500-FECHAR-DISCIPLINA THRU 7500-EXIT
006760         END-IF
006770         GO TO 7000-EXIT
006780     END-IF
006790     IF SRD-DISCIPLINA NOT = WS-DISCIPLINA-ATUAL
006800         IF WS-DISCIPLINA-ATUAL NOT = SPACES
006810             PERFORM 7500-FECHAR-DISCIPLINA THRU 7500-EXIT
006820         END-IF
006830         MOVE SRD-DISCIPLINA TO WS-DISCIPLINA-ATUAL
006840         DISPLAY " "
006850         DISPLAY "DISCIPLINA: " WS-DISCIPLINA-ATUAL
006860     END-IF
006870     MOVE SRD-SITUACAO TO WS-SITUACAO-COD
006880     PERFORM 8900-DESCREVER-SITUACAO THRU 8900-EXIT
006890     DISPLAY "   " SRD-MATRICULA " " SRD-NOME " ANO "
006900         SRD-ANO-ORIGEM " TURMA " SRD-TURMA-ORIGEM " "
006910         WS-SITUACAO-DESC
006920     ADD 1 TO WS-QTD-LINHAS-DISC
006930     PERFORM 7900-RETORNAR-DISCIPLINA THRU 7900-EXIT
006940     GO TO 7000-EMITIR.
006950 7000-EXIT.
006960     EXIT.
006970*-----------------------------------------------------------*
006980*  7500-FECHAR-DISCIPLINA - FECHA A SECAO DE UMA DISCIPLINA      *
006990*-----------------------------------------------------------*
007000 7500-FECHAR-DISCIPLINA.
007010     DISPLAY "ALUNOS EM DEPENDENCIA NA DISCIPLINA: "
007020         WS-QTD-LINHAS-DISC
007030     MOVE ZERO TO WS-QTD-LINHAS-DISC.
007040 7500-EXIT.
007050     EXIT.
007060*-----------------------------------------------------------*
007070*  7900-RETORNAR-DISCIPLINA - RETORNA A PROXIMA LINHA            *
007080*                 CLASSIFICADA DO RELATORIO POR DISCIPLINA       *
007090*-----------------------------------------------------------*
007100 7900-RETORNAR-DISCIPLINA.
007110     RETURN SORT-DISC-FILE
007120         AT END SET FIM-DA-CLASSIFICACAO TO TRUE
007130     END-RETURN.
007140 7900-EXIT.
007150     EXIT.
007160*-----------------------------------------------------------*
007170*  8900-DESCREVER-SITUACAO - TRADUZ O CODIGO DE SITUACAO DA      *
007180*                 DEPENDENCIA EM WS-SITUACAO-COD PARA O          *
007190*                 RELATORIO                                      *
007200*-----------------------------------------------------------*
007210 8900-DESCREVER-SITUACAO.
007220     IF WS-SITUACAO-COD = "P"
007230         MOVE "PENDENTE" TO WS-SITUACAO-DESC
007240     ELSE
007250         IF WS-SITUACAO-COD = "E"
007260             MOVE "EM CURSO" TO WS-SITUACAO-DESC
007270         ELSE
007280             IF WS-SITUACAO-COD = "C"
007290                 MOVE "CUMPRIDA" TO WS-SITUACAO-DESC
007300             ELSE
007310                 MOVE "INVALIDA" TO WS-SITUACAO-DESC
007320             END-IF
007330         END-IF
007340     END-IF.
007350 8900-EXIT.
007360     EXIT.
007370*-----------------------------------------------------------*
007380*  9000-FINALIZAR - EMITE O RESUMO DO ACOMPANHAMENTO E FECHA     *
007390*                 OS ARQUIVOS                                    *
007400*-----------------------------------------------------------*
007410 9000-FINALIZAR.
007420     DISPLAY " "
007430     DISPLAY "========== RESUMO DO ACOMPANHAMENTO =========="
007440     DISPLAY "REGISTROS DO HISTORICO LIDOS ....: " WS-HIST-LIDOS
007450     DISPLAY "ENTURMACOES LIDAS ...............: " WS-ENTUR-LIDOS
007460     DISPLAY "MOVIMENTOS CONFERIDOS ...........: " WS-MOVIMENTOS
007470     DISPLAY "ALUNOS CONFERIDOS ...............: "
007480         WS-ALUNOS-CONFERIDOS
007490     DISPLAY "DEPENDENCIAS CUMPRIDAS AGORA ....: "
007500         WS-BAIXAS-CUMPRIDA
007510     DISPLAY "PASSARAM A EM CURSO .............: "
007520         WS-PASSARAM-EM-CURSO
007530     DISPLAY "VOLTARAM A PENDENTE .............: "
007540         WS-VOLTARAM-PENDENTE
007550     DISPLAY "DEPENDENCIAS PENDENTES ..........: "
007560         WS-TOT-PENDENTES
007570     DISPLAY "DEPENDENCIAS EM CURSO ...........: " WS-TOT-EM-CURSO
007580     DISPLAY "DEPENDENCIAS CUMPRIDAS (TOTAL) ..: "
007590         WS-TOT-CUMPRIDAS
007600     DISPLAY "ALUNOS COM DEPENDENCIA ABERTA ...: "
007610         WS-ALUNOS-EM-DEPENDENCIA
007620     DISPLAY "================================================"
007630     CLOSE DEPENDENCIAS-FILE
007640     CLOSE GRADE-HIST-FILE
007650     CLOSE TURMA-MASTER-FILE
007660     CLOSE STUDENT-MASTER-FILE
007670     IF ENTURMACAO-DISPONIVEL
007680         CLOSE ENTURMACAO-FILE
007690     END-IF.
007700 9000-EXIT.
007710     EXIT.
007720 END PROGRAM ACOMPANHA-DEPENDENCIAS.
