000100*****************************************************************
000110* PROGRAM-ID : PROTOCOLOS-PENDENTES
000120* AUTHOR     : CARLISE DEBONA
000130* INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS
000140* DATE-WRITTEN: 14/10/2026
000150* PURPOSE    : RELATORIO PARA A DIRECAO DOS PROTOCOLOS DE REVISAO
000160*              DE NOTA (PROTREVISAO) QUE AINDA PEDEM PROVIDENCIA
000170*              NUMA DATA DE REFERENCIA: PROTOCOLOS ABERTOS COM O
000180*              PRAZO REGIMENTAL VENCIDO (COM OS DIAS DE ATRASO),
000190*              PROTOCOLOS ABERTOS AINDA NO PRAZO (COM OS DIAS QUE
000200*              RESTAM) E PROTOCOLOS DEFERIDOS CUJA CORRECAO AINDA
000210*              NAO FOI APLICADA PELO MEDIA-ALUNOS. CADA SECAO SAI
000220*              EM ORDEM DE PRAZO E TRAZ O NOME OFICIAL DO ALUNO.
000230*****************************************************************
000240* MODIFICATION HISTORY
000250* -----------------------------------------------------------
000260* DATE       INIT DESCRIPTION
000270* 14/10/2026 CD   VERSAO INICIAL. PARAMETROS NO ARQUIVO PENDPARM
000280*                 (DATA DE REFERENCIA AAAAMMDD E PERIODO LETIVO,
000290*                 AMBOS OPCIONAIS: SEM DATA VALE A DATA DO DIA,
000300*                 SEM PERIODO SAEM TODOS). HAVENDO PROTOCOLO
000310*                 VENCIDO O PROGRAMA TERMINA COM RETURN-CODE 8.
000320* -----------------------------------------------------------
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. PROTOCOLOS-PENDENTES.
000350 AUTHOR. CARLISE DEBONA.
000360 INSTALLATION. SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS.
000370 DATE-WRITTEN. 14/10/2026.
000380 DATE-COMPILED.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PEND-PARM-FILE ASSIGN TO "PENDPARM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PARM-STATUS.
000450     SELECT PROT-REVISAO-FILE ASSIGN TO "PROTREVISAO"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS PRT-NUMERO
000490         FILE STATUS IS WS-PROT-STATUS.
000500     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTMASTER"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS MST-MATRICULA
000540         FILE STATUS IS WS-MASTER-STATUS.
000550     SELECT SORT-FILE ASSIGN TO "SORTWK".
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PEND-PARM-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 01  PEND-PARM-RECORD.
000610     05 PRM-DATA-REFERENCIA        PIC X(08).
000620     05 PRM-PERIODO-LETIVO         PIC X(06).
000630 FD  PROT-REVISAO-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  PROT-REVISAO-RECORD.
000660     05 PRT-NUMERO                 PIC 9(07).
000670     05 PRT-MATRICULA              PIC X(09).
000680     05 PRT-TURMA                  PIC X(06).
000690     05 PRT-PERIODO-LETIVO         PIC X(06).
000700     05 PRT-POSICAO                PIC 9(02).
000710     05 PRT-SOLICITANTE            PIC X(30).
000720     05 PRT-JUSTIFICATIVA          PIC X(40).
000730     05 PRT-DATA-ENTRADA           PIC X(08).
000740     05 PRT-PRAZO                  PIC X(08).
000750     05 PRT-SITUACAO               PIC X(01).
000760         88 PRT-ABERTO                       VALUE "A".
000770         88 PRT-DEFERIDO                     VALUE "D".
000780         88 PRT-INDEFERIDO                   VALUE "I".
000790     05 PRT-NOTA-NOVA              PIC 9(03).
000800     05 PRT-RESPONSAVEL            PIC X(30).
000810     05 PRT-DATA-DECISAO           PIC X(08).
000820     05 PRT-PARECER                PIC X(40).
000830     05 PRT-DATA-GERACAO           PIC X(08).
000840     05 PRT-DATA-APLICACAO         PIC X(08).
000850     05 PRT-HORA-APLICACAO         PIC X(08).
000860 FD  STUDENT-MASTER-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  STUDENT-MASTER-RECORD.
000890     05 MST-MATRICULA              PIC X(09).
000900     05 MST-NOME-OFICIAL           PIC X(30).
000910     05 MST-STATUS-MATRICULA       PIC X(01).
000920 SD  SORT-FILE.
000930 01  SORT-RECORD.
000940     05 SRT-SECAO                  PIC 9(01).
000950     05 SRT-PRAZO                  PIC X(08).
000960     05 SRT-NUMERO                 PIC 9(07).
000970     05 SRT-MATRICULA              PIC X(09).
000980     05 SRT-TURMA                  PIC X(06).
000990     05 SRT-PERIODO-LETIVO         PIC X(06).
001000     05 SRT-POSICAO                PIC 9(02).
001010     05 SRT-DATA-ENTRADA           PIC X(08).
001020     05 SRT-SOLICITANTE            PIC X(30).
001030     05 SRT-RESPONSAVEL            PIC X(30).
001040     05 SRT-DATA-DECISAO           PIC X(08).
001050     05 SRT-NOTA-NOVA              PIC 9(03).
001060     05 SRT-DATA-GERACAO           PIC X(08).
001070 WORKING-STORAGE SECTION.
001080 77 WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001090 77 WS-PROT-STATUS              PIC X(02) VALUE SPACES.
001100 77 WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
001110 77 WS-EOF-SW                   PIC X(01) VALUE "N".
001120     88 FIM-DE-PROTOCOLOS               VALUE "S".
001130 77 WS-SORT-EOF-SW              PIC X(01) VALUE "N".
001140     88 FIM-DO-SORT                     VALUE "S".
001150 77 WS-DATA-REFERENCIA          PIC X(08) VALUE SPACES.
001160 77 WS-PERIODO-LETIVO           PIC X(06) VALUE SPACES.
001170 77 WS-SECAO-ATUAL              PIC 9(01) VALUE ZERO.
001180 77 WS-NOME-ALUNO               PIC X(30) VALUE SPACES.
001190 77 WS-PROTOCOLOS-LIDOS         PIC 9(07) COMP VALUE ZERO.
001200 77 WS-VENCIDOS                 PIC 9(05) COMP VALUE ZERO.
001210 77 WS-NO-PRAZO                 PIC 9(05) COMP VALUE ZERO.
001220 77 WS-NAO-APLICADOS            PIC 9(05) COMP VALUE ZERO.
001230 77 WS-DIA-REFERENCIA           PIC 9(07) VALUE ZEROS.
001240 77 WS-DIA-PRAZO                PIC 9(07) VALUE ZEROS.
001250 77 WS-DIA-SERIAL               PIC 9(07) VALUE ZEROS.
001260 77 WS-DIAS-DIFERENCA           PIC 9(05) VALUE ZEROS.
001270 77 WS-DIAS-EDIT                PIC ZZZZ9 VALUE ZEROS.
001280 77 WS-ANO-BISSEXTO             PIC 9(04) COMP VALUE ZERO.
001290 77 WS-QUOC-4                   PIC 9(04) COMP VALUE ZERO.
001300 77 WS-QUOC-100                 PIC 9(04) COMP VALUE ZERO.
001310 77 WS-QUOC-400                 PIC 9(04) COMP VALUE ZERO.
001320*-----------------------------------------------------------*
001330*  DATA EM CALCULO (AAAAMMDD) E DIAS ANTES DE CADA MES           *
001340*-----------------------------------------------------------*
001350 01 WS-DATA-CALCULO.
001360     05 WS-DC-ANO                  PIC 9(04).
001370     05 WS-DC-MES                  PIC 9(02).
001380     05 WS-DC-DIA                  PIC 9(02).
001390 01 WS-DATA-CALCULO-X REDEFINES WS-DATA-CALCULO PIC X(08).
001400 01 WS-TABELA-ACUMULADO.
001410     05 FILLER                     PIC X(36)
001420         VALUE "000031059090120151181212243273304334".
001430 01 WS-TABELA-ACUMULADO-R REDEFINES WS-TABELA-ACUMULADO.
001440     05 WS-DIAS-ANTES-MES OCCURS 12 TIMES PIC 9(03).
001450 PROCEDURE DIVISION.
001460*-----------------------------------------------------------*
001470*  0000-MAINLINE                                            *
001480*-----------------------------------------------------------*
001490 0000-MAINLINE.
001500     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001510     SORT SORT-FILE
001520         ON ASCENDING KEY SRT-SECAO SRT-PRAZO SRT-NUMERO
001530         INPUT PROCEDURE IS 2000-SELECIONAR THRU 2000-EXIT
001540         OUTPUT PROCEDURE IS 5000-IMPRIMIR THRU 5000-EXIT.
001550     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001560     STOP RUN.
001570*-----------------------------------------------------------*
001580*  1000-INICIALIZAR - LE OS PARAMETROS OPCIONAIS DO PENDPARM     *
001590*                 E ABRE O CADASTRO DE PROTOCOLOS E O            *
001600*                 STUDENTMASTER                                  *
001610*-----------------------------------------------------------*
001620 1000-INICIALIZAR.
001630     OPEN INPUT PEND-PARM-FILE.
001640     IF WS-PARM-STATUS = "00"
001650         READ PEND-PARM-FILE
001660             AT END MOVE SPACES TO PEND-PARM-RECORD
001670         END-READ
001680         MOVE PRM-DATA-REFERENCIA TO WS-DATA-REFERENCIA
001690         MOVE PRM-PERIODO-LETIVO  TO WS-PERIODO-LETIVO
001700         CLOSE PEND-PARM-FILE
001710     END-IF.
001720     IF WS-DATA-REFERENCIA = SPACES
001730         ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD
001740     END-IF.
001750     IF WS-DATA-REFERENCIA NOT NUMERIC
001760         DISPLAY "ERRO: DATA DE REFERENCIA INVALIDA NO PENDPARM: "
001770             WS-DATA-REFERENCIA
001780         MOVE 16 TO RETURN-CODE
001790         STOP RUN
001800     END-IF.
001810     OPEN INPUT PROT-REVISAO-FILE.
001820     IF WS-PROT-STATUS NOT = "00"
001830         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO DE "
001840             "PROTOCOLOS PROTREVISAO - STATUS: " WS-PROT-STATUS
001850         MOVE 16 TO RETURN-CODE
001860         STOP RUN
001870     END-IF.
001880     OPEN INPUT STUDENT-MASTER-FILE.
001890     IF WS-MASTER-STATUS NOT = "00"
001900         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO "
001910             "MESTRE STUDENTMASTER - STATUS: " WS-MASTER-STATUS
001920         CLOSE PROT-REVISAO-FILE
001930         MOVE 16 TO RETURN-CODE
001940         STOP RUN
001950     END-IF.
001960     MOVE WS-DATA-REFERENCIA TO WS-DATA-CALCULO-X.
001970     PERFORM 7000-CALCULAR-DIA-SERIAL THRU 7000-EXIT.
001980     MOVE WS-DIA-SERIAL TO WS-DIA-REFERENCIA.
001990     DISPLAY "======== PROTOCOLOS DE REVISAO PENDENTES ========"
002000     DISPLAY "DATA DE REFERENCIA: " WS-DATA-REFERENCIA
002010     IF WS-PERIODO-LETIVO = SPACES
002020         DISPLAY "PERIODO LETIVO ...: TODOS"
002030     ELSE
002040         DISPLAY "PERIODO LETIVO ...: " WS-PERIODO-LETIVO
002050     END-IF.
002060 1000-EXIT.
002070     EXIT.
002080*-----------------------------------------------------------*
002090*  2000-SELECIONAR - PROCEDIMENTO DE ENTRADA DO SORT: LIBERA     *
002100*                 OS PROTOCOLOS ABERTOS (SECAO 1 VENCIDOS,       *
002110*                 SECAO 2 NO PRAZO) E OS DEFERIDOS AINDA NAO     *
002120*                 APLICADOS (SECAO 3)                            *
002130*-----------------------------------------------------------*
002140 2000-SELECIONAR.
002150     PERFORM 2900-LER-PROTOCOLO THRU 2900-EXIT.
002160 2000-PROXIMO.
002170     IF FIM-DE-PROTOCOLOS
002180         GO TO 2000-EXIT
002190     END-IF
002200     IF WS-PERIODO-LETIVO NOT = SPACES
002210         AND PRT-PERIODO-LETIVO NOT = WS-PERIODO-LETIVO
002220         GO TO 2000-LER
002230     END-IF
002240     IF PRT-ABERTO
002250         IF PRT-PRAZO < WS-DATA-REFERENCIA
002260             MOVE 1 TO SRT-SECAO
002270         ELSE
002280             MOVE 2 TO SRT-SECAO
002290         END-IF
002300         PERFORM 2100-LIBERAR THRU 2100-EXIT
002310         GO TO 2000-LER
002320     END-IF
002330     IF PRT-DEFERIDO
002340         AND PRT-DATA-APLICACAO = SPACES
002350         MOVE 3 TO SRT-SECAO
002360         PERFORM 2100-LIBERAR THRU 2100-EXIT
002370     END-IF.
002380 2000-LER.
002390     PERFORM 2900-LER-PROTOCOLO THRU 2900-EXIT
002400     GO TO 2000-PROXIMO.
002410 2000-EXIT.
002420     EXIT.
002430*-----------------------------------------------------------*
002440*  2100-LIBERAR - MONTA E LIBERA O REGISTRO DO SORT              *
002450*-----------------------------------------------------------*
002460 2100-LIBERAR.
002470     MOVE PRT-PRAZO          TO SRT-PRAZO
002480     MOVE PRT-NUMERO         TO SRT-NUMERO
002490     MOVE PRT-MATRICULA      TO SRT-MATRICULA
002500     MOVE PRT-TURMA          TO SRT-TURMA
002510     MOVE PRT-PERIODO-LETIVO TO SRT-PERIODO-LETIVO
002520     MOVE PRT-POSICAO        TO SRT-POSICAO
002530     MOVE PRT-DATA-ENTRADA   TO SRT-DATA-ENTRADA
002540     MOVE PRT-SOLICITANTE    TO SRT-SOLICITANTE
002550     MOVE PRT-RESPONSAVEL    TO SRT-RESPONSAVEL
002560     MOVE PRT-DATA-DECISAO   TO SRT-DATA-DECISAO
002570     MOVE PRT-NOTA-NOVA      TO SRT-NOTA-NOVA
002580     MOVE PRT-DATA-GERACAO   TO SRT-DATA-GERACAO
002590     RELEASE SORT-RECORD.
002600 2100-EXIT.
002610     EXIT.
002620*-----------------------------------------------------------*
002630*  2900-LER-PROTOCOLO - LE O PROXIMO PROTOCOLO DO CADASTRO       *
002640*-----------------------------------------------------------*
002650 2900-LER-PROTOCOLO.
002660     READ PROT-REVISAO-FILE NEXT RECORD
002670         AT END SET FIM-DE-PROTOCOLOS TO TRUE
002680     END-READ.
002690     IF NOT FIM-DE-PROTOCOLOS
002700         ADD 1 TO WS-PROTOCOLOS-LIDOS
002710     END-IF.
002720 2900-EXIT.
002730     EXIT.
002740*-----------------------------------------------------------*
002750*  5000-IMPRIMIR - PROCEDIMENTO DE SAIDA DO SORT: IMPRIME        *
002760*                 CADA SECAO COM O SEU CABECALHO                 *
002770*-----------------------------------------------------------*
002780 5000-IMPRIMIR.
002790     PERFORM 5900-RETORNAR THRU 5900-EXIT.
002800 5000-PROXIMO.
002810     IF FIM-DO-SORT
002820         GO TO 5000-EXIT
002830     END-IF
002840     IF SRT-SECAO NOT = WS-SECAO-ATUAL
002850         MOVE SRT-SECAO TO WS-SECAO-ATUAL
002860         PERFORM 5100-CABECALHO-SECAO THRU 5100-EXIT
002870     END-IF
002880     PERFORM 5200-IMPRIMIR-PROTOCOLO THRU 5200-EXIT
002890     PERFORM 5900-RETORNAR THRU 5900-EXIT
002900     GO TO 5000-PROXIMO.
002910 5000-EXIT.
002920     EXIT.
002930*-----------------------------------------------------------*
002940*  5100-CABECALHO-SECAO - TITULO DA SECAO DO RELATORIO           *
002950*-----------------------------------------------------------*
002960 5100-CABECALHO-SECAO.
002970     DISPLAY " "
002980     IF WS-SECAO-ATUAL = 1
002990         DISPLAY "--- ABERTOS COM PRAZO REGIMENTAL VENCIDO ----"
003000     END-IF
003010     IF WS-SECAO-ATUAL = 2
003020         DISPLAY "--- ABERTOS SEM DECISAO, AINDA NO PRAZO -----"
003030     END-IF
003040     IF WS-SECAO-ATUAL = 3
003050         DISPLAY "--- DEFERIDOS COM CORRECAO NAO APLICADA -----"
003060     END-IF.
003070 5100-EXIT.
003080     EXIT.
003090*-----------------------------------------------------------*
003100*  5200-IMPRIMIR-PROTOCOLO - LINHAS DE UM PROTOCOLO: DADOS       *
003110*                 DO PEDIDO, NOME OFICIAL DO ALUNO E, CONFORME   *
003120*                 A SECAO, DIAS DE ATRASO, DIAS QUE RESTAM OU    *
003130*                 A DECISAO E A GERACAO DA CORRECAO              *
003140*-----------------------------------------------------------*
003150 5200-IMPRIMIR-PROTOCOLO.
003160     MOVE SRT-MATRICULA TO MST-MATRICULA
003170     READ STUDENT-MASTER-FILE
003180         INVALID KEY
003190             MOVE "*** NAO CONSTA NO CADASTRO ***"
003200                 TO WS-NOME-ALUNO
003210         NOT INVALID KEY
003220             MOVE MST-NOME-OFICIAL TO WS-NOME-ALUNO
003230     END-READ
003240     DISPLAY "PROTOCOLO " SRT-NUMERO " - " SRT-MATRICULA " "
003250         WS-NOME-ALUNO
003260     DISPLAY "   TURMA " SRT-TURMA " PERIODO " SRT-PERIODO-LETIVO
003270         " AVALIACAO " SRT-POSICAO " - ENTRADA " SRT-DATA-ENTRADA
003280         " PRAZO " SRT-PRAZO
003290     DISPLAY "   SOLICITANTE: " SRT-SOLICITANTE
003300     IF SRT-SECAO = 3
003310         ADD 1 TO WS-NAO-APLICADOS
003320         DISPLAY "   DEFERIDO EM " SRT-DATA-DECISAO " POR "
003330             SRT-RESPONSAVEL " - NOTA " SRT-NOTA-NOVA
003340         IF SRT-DATA-GERACAO = SPACES
003350             DISPLAY "   CORRECAO AINDA NAO GERADA"
003360         ELSE
003370             DISPLAY "   CORRECAO GERADA EM " SRT-DATA-GERACAO
003380                 " E NAO APLICADA"
003390         END-IF
003400         GO TO 5200-EXIT
003410     END-IF
003420     MOVE SRT-PRAZO TO WS-DATA-CALCULO-X
003430     PERFORM 7000-CALCULAR-DIA-SERIAL THRU 7000-EXIT
003440     MOVE WS-DIA-SERIAL TO WS-DIA-PRAZO
003450     IF SRT-SECAO = 1
003460         ADD 1 TO WS-VENCIDOS
003470         COMPUTE WS-DIAS-DIFERENCA =
003480             WS-DIA-REFERENCIA - WS-DIA-PRAZO
003490         MOVE WS-DIAS-DIFERENCA TO WS-DIAS-EDIT
003500         DISPLAY "   *** VENCIDO HA " WS-DIAS-EDIT " DIA(S) ***"
003510     ELSE
003520         ADD 1 TO WS-NO-PRAZO
003530         COMPUTE WS-DIAS-DIFERENCA =
003540             WS-DIA-PRAZO - WS-DIA-REFERENCIA
003550         MOVE WS-DIAS-DIFERENCA TO WS-DIAS-EDIT
003560         DISPLAY "   RESTAM " WS-DIAS-EDIT
003570             " DIA(S) PARA A DECISAO"
003580     END-IF.
003590 5200-EXIT.
003600     EXIT.
003610*-----------------------------------------------------------*
003620*  5900-RETORNAR - RETORNA O PROXIMO REGISTRO DO SORT            *
003630*-----------------------------------------------------------*
003640 5900-RETORNAR.
003650     RETURN SORT-FILE
003660         AT END SET FIM-DO-SORT TO TRUE
003670     END-RETURN.
003680 5900-EXIT.
003690     EXIT.
003700*-----------------------------------------------------------*
003710*  7000-CALCULAR-DIA-SERIAL - CONVERTE A DATA AAAAMMDD EM        *
003720*                 WS-DATA-CALCULO NUM NUMERO DE DIAS CORRIDOS,   *
003730*                 PARA A DIFERENCA ENTRE DUAS DATAS. OS ANOS     *
003740*                 BISSEXTOS SAO CONTADOS ATE O ANO ANTERIOR      *
003750*                 QUANDO A DATA E DE JANEIRO OU FEVEREIRO        *
003760*-----------------------------------------------------------*
003770 7000-CALCULAR-DIA-SERIAL.
003780     MOVE ZERO TO WS-DIA-SERIAL
003790     IF WS-DATA-CALCULO-X NOT NUMERIC
003800         GO TO 7000-EXIT
003810     END-IF
003820     IF WS-DC-MES < 1 OR WS-DC-MES > 12
003830         GO TO 7000-EXIT
003840     END-IF
003850     MOVE WS-DC-ANO TO WS-ANO-BISSEXTO
003860     IF WS-DC-MES < 3
003870         SUBTRACT 1 FROM WS-ANO-BISSEXTO
003880     END-IF
003890     DIVIDE WS-ANO-BISSEXTO BY 4 GIVING WS-QUOC-4
003900     DIVIDE WS-ANO-BISSEXTO BY 100 GIVING WS-QUOC-100
003910     DIVIDE WS-ANO-BISSEXTO BY 400 GIVING WS-QUOC-400
003920     COMPUTE WS-DIA-SERIAL =
003930         (WS-DC-ANO * 365) + WS-QUOC-4 - WS-QUOC-100
003940         + WS-QUOC-400 + WS-DIAS-ANTES-MES (WS-DC-MES)
003950         + WS-DC-DIA.
003960 7000-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------*
003990*  9000-FINALIZAR - EMITE O RESUMO E FECHA OS ARQUIVOS; COM      *
004000*                 PROTOCOLO VENCIDO O RETURN-CODE E 8            *
004010*-----------------------------------------------------------*
004020 9000-FINALIZAR.
004030     DISPLAY " "
004040     DISPLAY "=================================================="
004050     DISPLAY "PROTOCOLOS LIDOS .........: " WS-PROTOCOLOS-LIDOS
004060     DISPLAY "ABERTOS COM PRAZO VENCIDO : " WS-VENCIDOS
004070     DISPLAY "ABERTOS AINDA NO PRAZO ...: " WS-NO-PRAZO
004080     DISPLAY "DEFERIDOS NAO APLICADOS ..: " WS-NAO-APLICADOS
004090     IF WS-VENCIDOS > 0
004100         MOVE 8 TO RETURN-CODE
004110     END-IF
004120     CLOSE PROT-REVISAO-FILE
004130     CLOSE STUDENT-MASTER-FILE.
004140 9000-EXIT.
004150     EXIT.
004160 END PROGRAM PROTOCOLOS-PENDENTES.
