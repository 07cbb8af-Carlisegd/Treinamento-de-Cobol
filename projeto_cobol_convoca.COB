000180*              RECUPERACAO", EMITE O EDITAL DE CONVOCACAO POR
000190*              TURMA (MATRICULA, NOME OFICIAL DO STUDENTMASTER,
000200*              MEDIA DO PERIODO E NOTA MINIMA DE EXAME PARA
000210*              SER APROVADO PELA FORMULA DO REGIMENTO VIGENTE
000211*              NO PERIODO, LIDA DO ARQUIVO REGIMENTO) E GRAVA O
000220*              ARQUIVO RECUPGRADES PRE-PREENCHIDO COM MATRICULA
000230*              E TURMA E A NOTA DO EXAME ZERADA, PARA O
000240*              PROFESSOR SO COMPLETAR A NOTA - ASSIM A SEGUNDA
000360*                 EDITAL SAI POR TURMA, EM ORDEM ALFABETICA DO
000370*                 NOME OFICIAL, E O RECUPGRADES E GRAVADO NA
000380*                 MESMA ORDEM.
000381* 14/10/2026 CD   A FORMULA DEIXOU DE SER FIXA: OS PESOS DA
000382*                 MEDIA DO PERIODO E DO EXAME E A MEDIA FINAL
000383*                 PARA APROVACAO VEM DA REGRA DO REGIMENTO
000384*                 VIGENTE NO PERIODO DO CONVPARM (ARQUIVO
000385*                 REGIMENTO). EXAME MINIMO = (MEDIA FINAL X
000386*                 SOMA DOS PESOS - MEDIA DO PERIODO X PESO DA
000387*                 MEDIA) / PESO DO EXAME, NUNCA MENOR QUE ZERO;
000388*                 COM OS PESOS 1 E 1 E A MEDIA 060 CONTINUA
000389*                 SENDO 120 - MEDIA. OS PARAMETROS USADOS SAEM
000390*                 NO CABECALHO DO EDITAL.
000390* 15/10/2026 CD   REGISTRO DO GRADEHIST GANHOU A ORIGEM DA MEDIA
000390*                 ("E" = EXTERNA, TRAZIDA POR ALUNO TRANSFERIDO) E
000390*                 O NOME DA ESCOLA DE ORIGEM.
000390* 15/10/2026 CD   O GRADEHIST GRAVADO NO LEIAUTE ANTERIOR PRECISA
000390*                 DE CONVERSAO UNICA DE LEIAUTE
000390*                 (CONVERSAO-LEIAUTE) ANTES DO PRIMEIRO LOTE COM
000390*                 ESTA VERSAO.
000390* -----------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. CONVOCA-RECUPERACAO.
000620     SELECT RECUP-GRADES-FILE ASSIGN TO "RECUPGRADES"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RECUP-STATUS.
000641     SELECT REGIMENTO-FILE ASSIGN TO "REGIMENTO"
000642         ORGANIZATION IS INDEXED
000643         ACCESS MODE IS SEQUENTIAL
000644         RECORD KEY IS RGM-PERIODO-INICIAL
000645         FILE STATUS IS WS-REGIM-STATUS.
000650     SELECT SORT-FILE ASSIGN TO "SORTWK".
000660 DATA DIVISION.
000670 FILE SECTION.
000780         10 GH-TURMA               PIC X(06).
000790     05 GH-MEDIA-FINAL             PIC 9(03)V9(02).
000800     05 GH-SITUACAO                PIC X(20).
000800     05 GH-ORIGEM                  PIC X(01).
000800         88 GH-NOTA-EXTERNA                  VALUE "E".
000800     05 GH-ESCOLA-ORIGEM           PIC X(40).
000810 FD  STUDENT-MASTER-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  STUDENT-MASTER-RECORD.
000900     05 RCP-MATRICULA              PIC X(09).
000910     05 RCP-TURMA                  PIC X(06).
000920     05 RCP-NOTA-EXAME             PIC 9(03).
000921 FD  REGIMENTO-FILE
000922     LABEL RECORDS ARE STANDARD.
000923 01  REGIMENTO-RECORD.
000924     05 RGM-PERIODO-INICIAL        PIC X(06).
000925     05 RGM-MEDIA-MINIMA           PIC 9(03).
000926     05 RGM-NOTA-CORTE-RECUP       PIC 9(03).
000927     05 RGM-FREQ-MINIMA            PIC 9(03).
000928     05 RGM-PESO-MEDIA-RECUP       PIC 9(01).
000929     05 RGM-PESO-EXAME-RECUP       PIC 9(01).
000930     05 RGM-MEDIA-FINAL-RECUP      PIC 9(03).
000931     05 RGM-MEDIA-ANUAL-MINIMA     PIC 9(03).
000932     05 RGM-LIMITE-DEPENDENCIAS    PIC 9(02).
000932     05 RGM-DEP-ANTERIOR-CONTA     PIC X(01).
000932     05 RGM-PRAZO-REVISAO          PIC 9(03).
000933     05 RGM-DATA-APROVACAO         PIC X(08).
000934     05 RGM-ATO-APROVACAO          PIC X(20).
000930 SD  SORT-FILE.
000940 01  SORT-RECORD.
000950     05 SRT-TURMA                  PIC X(06).
001070     88 FIM-DA-CLASSIFICACAO           VALUE "S".
001080 77 WS-PERIODO-PESQ            PIC X(06) VALUE SPACES.
001090 77 WS-TURMA-ATUAL             PIC X(06) VALUE SPACES.
001100 77 WS-MEDIA-FINAL-RECUP       PIC 9(03) VALUE ZEROS.
001101 77 WS-PESO-MEDIA-RECUP        PIC 9(01) VALUE ZERO.
001102 77 WS-PESO-EXAME-RECUP        PIC 9(01) VALUE ZERO.
001103 77 WS-PESO-TOTAL-RECUP        PIC 9(02) VALUE ZEROS.
001104 77 WS-REGIM-STATUS            PIC X(02) VALUE SPACES.
001105 77 WS-REGRA-ACHADA-SW         PIC X(01) VALUE "N".
001106     88 REGRA-VIGENTE-ACHADA            VALUE "S".
001107 77 WS-REGIM-VIGENCIA          PIC X(06) VALUE SPACES.
001108 77 WS-REGIM-ATO               PIC X(20) VALUE SPACES.
001109 77 WS-NOTA-MINIMA-CALC        PIC S9(05)V9(02) VALUE ZEROS.
001110 77 WS-NOTA-MINIMA             PIC 9(03)V9(02) VALUE ZEROS.
001120 77 WS-MEDIA-EDIT              PIC ZZ9.99 VALUE ZEROS.
001130 77 WS-NOTA-MIN-EDIT           PIC ZZ9.99 VALUE ZEROS.
001570         MOVE 16 TO RETURN-CODE
001580         STOP RUN
001590     END-IF.
001591     PERFORM 1100-OBTER-REGIMENTO THRU 1100-EXIT.
001592     IF NOT REGRA-VIGENTE-ACHADA
001593         MOVE 16 TO RETURN-CODE
001594         STOP RUN
001595     END-IF.
001600     OPEN INPUT GRADE-HIST-FILE.
001610     IF WS-HIST-STATUS NOT = "00"
001620         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O HISTORICO "
001840     DISPLAY "================================================"
001850     DISPLAY "CONVOCACAO PARA EXAME DE RECUPERACAO"
001860     DISPLAY "PERIODO LETIVO: " WS-PERIODO-PESQ
001870     DISPLAY "REGIMENTO VIGENTE A PARTIR DE " WS-REGIM-VIGENCIA
001880         " - " WS-REGIM-ATO
001881     DISPLAY "FORMULA DO REGIMENTO: MEDIA FINAL = (MEDIA DO "
001882         "PERIODO X " WS-PESO-MEDIA-RECUP " + EXAME X "
001883         WS-PESO-EXAME-RECUP ") / " WS-PESO-TOTAL-RECUP
001884         " - APROVADO COM " WS-MEDIA-FINAL-RECUP
001890     DISPLAY "================================================".
001900 1000-EXIT.
001910     EXIT.
001911*-----------------------------------------------------------*
001912*  1100-OBTER-REGIMENTO - LE O ARQUIVO DE REGRAS DO               *
001913*                 REGIMENTO (EM ORDEM DE PERIODO INICIAL DE       *
001914*                 VIGENCIA) E GUARDA OS PESOS E A MEDIA FINAL     *
001915*                 DA RECUPERACAO DA ULTIMA REGRA CUJA             *
001916*                 VIGENCIA COMECA ATE O PERIODO DA CONVOCACAO     *
001917*-----------------------------------------------------------*
001918 1100-OBTER-REGIMENTO.
001919     MOVE "N" TO WS-REGRA-ACHADA-SW.
001920     OPEN INPUT REGIMENTO-FILE.
001921     IF WS-REGIM-STATUS NOT = "00"
001922         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
001923             "REGRAS REGIMENTO - STATUS: " WS-REGIM-STATUS
001924         GO TO 1100-EXIT
001925     END-IF.
001926 1100-LER.
001927     READ REGIMENTO-FILE NEXT RECORD
001928         AT END
001929             GO TO 1100-FECHAR
001930     END-READ.
001931     IF RGM-PERIODO-INICIAL > WS-PERIODO-PESQ
001932         GO TO 1100-FECHAR
001933     END-IF.
001934     MOVE RGM-PERIODO-INICIAL   TO WS-REGIM-VIGENCIA.
001935     MOVE RGM-ATO-APROVACAO     TO WS-REGIM-ATO.
001936     MOVE RGM-PESO-MEDIA-RECUP  TO WS-PESO-MEDIA-RECUP.
001937     MOVE RGM-PESO-EXAME-RECUP  TO WS-PESO-EXAME-RECUP.
001938     MOVE RGM-MEDIA-FINAL-RECUP TO WS-MEDIA-FINAL-RECUP.
001939     SET REGRA-VIGENTE-ACHADA TO TRUE.
001940     GO TO 1100-LER.
001941 1100-FECHAR.
001942     CLOSE REGIMENTO-FILE.
001943     IF NOT REGRA-VIGENTE-ACHADA
001944         DISPLAY "ERRO: NENHUMA REGRA DO REGIMENTO VIGENTE NO "
001945             "PERIODO LETIVO " WS-PERIODO-PESQ
001946         GO TO 1100-EXIT
001947     END-IF.
001948     COMPUTE WS-PESO-TOTAL-RECUP =
001949         WS-PESO-MEDIA-RECUP + WS-PESO-EXAME-RECUP.
001950 1100-EXIT.
001951     EXIT.
001920*-----------------------------------------------------------*
001930*  2000-SELECIONAR-CONVOCADOS - PROCEDIMENTO DE ENTRADA DO        *
001940*                 SORT: VARRE O GRADEHIST DO PERIODO E LIBERA     *
002650         DISPLAY "===== EDITAL DE CONVOCACAO - TURMA "
002660             WS-TURMA-ATUAL " ====="
002670     END-IF
002680     COMPUTE WS-NOTA-MINIMA-CALC =
002690         (WS-MEDIA-FINAL-RECUP * WS-PESO-TOTAL-RECUP
002691         - SRT-MEDIA * WS-PESO-MEDIA-RECUP)
002692         / WS-PESO-EXAME-RECUP
002693     IF WS-NOTA-MINIMA-CALC < ZERO
002694         MOVE ZERO TO WS-NOTA-MINIMA-CALC
002695     END-IF
002696     MOVE WS-NOTA-MINIMA-CALC TO WS-NOTA-MINIMA
002700     MOVE SRT-MEDIA    TO WS-MEDIA-EDIT
002710     MOVE WS-NOTA-MINIMA TO WS-NOTA-MIN-EDIT
002720     DISPLAY SRT-MATRICULA " " SRT-NOME
