000160*              NOTA) A PARTIR DO ARQUIVO DE AUDITORIA: PARA UMA
000170*              DATA DE EXECUCAO, APURA POR POSICAO A MEDIA, A
000180*              MAIOR E A MENOR NOTA, A QUANTIDADE ABAIXO DA
000190*              MEDIA MINIMA DE APROVACAO DO REGIMENTO VIGENTE NO
000191*              PERIODO DE CADA REGISTRO E A DISTRIBUICAO
000200*              POR FAIXAS (0-20, 21-40, 41-60, 61-80, 81-100),
000210*              PARA A COORDENACAO ENXERGAR UMA PROVA FORA DA
000220*              CURVA NA MANHA SEGUINTE AO PROCESSAMENTO.
000386*                 COMO O FILTRO E POR DATA DE EXECUCAO, A
000387*                 PASSADA CONTINUA COMPLETA, MAS SOBRE A BASE
000388*                 JA EXPURGADA DOS PERIODOS ALEM DA RETENCAO.
000389* 14/10/2026 CD   A MEDIA MINIMA DEIXOU DE SER FIXA (060): AS
000390*                 REGRAS DO ARQUIVO REGIMENTO SAO CARREGADAS EM
000391*                 TABELA E CADA REGISTRO DE AUDITORIA E
000392*                 COMPARADO COM A MEDIA MINIMA DA REGRA VIGENTE
000393*                 NO SEU PERIODO LETIVO. REGISTRO ANTIGO SEM
000394*                 PERIODO (OU ANTERIOR A PRIMEIRA VIGENCIA) USA
000395*                 A REGRA MAIS ANTIGA E E CONTADO A PARTE. AS
000396*                 REGRAS USADAS SAEM NO CABECALHO DO RELATORIO.
000397* 15/10/2026 CD   REGISTRO DE AUDITORIA ESTORNADO PELO ESTORNO-
000397*                 EXECUCAO (LOTE DESFEITO) FICA FORA DAS
000397*                 ESTATISTICAS E E CONTADO A PARTE NO RELATORIO.
000397* 15/10/2026 CD   O AUDITMSTR GRAVADO NO LEIAUTE ANTERIOR PRECISA
000397*                 DE CONVERSAO UNICA DE LEIAUTE
000397*                 (CONVERSAO-LEIAUTE) ANTES DO PRIMEIRO LOTE COM
000397*                 ESTA VERSAO.
000390* -----------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. ANALISE-AVALIACOES.
000531         ACCESS MODE IS DYNAMIC
000532         RECORD KEY IS AUD-CHAVE
000540         FILE STATUS IS WS-AUDIT-STATUS.
000541     SELECT REGIMENTO-FILE ASSIGN TO "REGIMENTO"
000542         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS SEQUENTIAL
000544         RECORD KEY IS RGM-PERIODO-INICIAL
000545         FILE STATUS IS WS-REGIM-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  ANALISE-PARM-FILE
000792     05 AUD-PRESENCAS              PIC 9(03).
000793     05 AUD-PERC-FREQUENCIA        PIC 9(03)V9(02).
000794     05 AUD-FREQ-APURADA           PIC X(01).
000794     05 AUD-PROTOCOLO              PIC 9(07).
000794     05 AUD-ESTORNO                PIC X(01).
000794         88 AUD-ESTORNADO                    VALUE "S".
000794     05 AUD-DATA-ESTORNO           PIC X(08).
000795 FD  REGIMENTO-FILE
000796     LABEL RECORDS ARE STANDARD.
000797 01  REGIMENTO-RECORD.
000798     05 RGM-PERIODO-INICIAL        PIC X(06).
000799     05 RGM-MEDIA-MINIMA           PIC 9(03).
000799     05 RGM-NOTA-CORTE-RECUP       PIC 9(03).
000799     05 RGM-FREQ-MINIMA            PIC 9(03).
000799     05 RGM-PESO-MEDIA-RECUP       PIC 9(01).
000799     05 RGM-PESO-EXAME-RECUP       PIC 9(01).
000799     05 RGM-MEDIA-FINAL-RECUP      PIC 9(03).
000799     05 RGM-MEDIA-ANUAL-MINIMA     PIC 9(03).
000799     05 RGM-LIMITE-DEPENDENCIAS    PIC 9(02).
000799     05 RGM-DEP-ANTERIOR-CONTA     PIC X(01).
000799     05 RGM-PRAZO-REVISAO          PIC 9(03).
000799     05 RGM-DATA-APROVACAO         PIC X(08).
000799     05 RGM-ATO-APROVACAO          PIC X(20).
000800 WORKING-STORAGE SECTION.
000810 77 WS-PARM-STATUS             PIC X(02) VALUE SPACES.
000820 77 WS-AUDIT-STATUS            PIC X(02) VALUE SPACES.
000850 77 WS-DATA-PESQ               PIC X(08) VALUE SPACES.
000860 77 WS-SUB                     PIC 9(02) COMP VALUE ZERO.
000870 77 WS-FAIXA                   PIC 9(02) COMP VALUE ZERO.
000880 77 WS-MEDIA-MINIMA            PIC 9(03) VALUE ZEROS.
000881 77 WS-REGIM-STATUS            PIC X(02) VALUE SPACES.
000882 77 WS-PERIODO-REGRA           PIC X(06) VALUE HIGH-VALUES.
000883 77 WS-SEM-VIGENCIA            PIC 9(07) COMP VALUE ZERO.
000884 77 WS-ESTORNADOS              PIC 9(07) COMP VALUE ZERO.
000884 77 WS-RGT-QTD                 PIC 9(02) COMP VALUE ZERO.
000885 77 WS-RGT-IX                  PIC 9(02) COMP VALUE ZERO.
000886 77 WS-RGT-ACHOU-IX            PIC 9(02) COMP VALUE ZERO.
000887 77 WS-RGT-LIMITE              PIC 9(02) COMP VALUE 50.
000890 77 WS-REGISTROS-LIDOS         PIC 9(07) COMP VALUE ZERO.
000900 77 WS-MEDIA-POSICAO           PIC 9(03)V9(02) VALUE ZEROS.
000910 77 WS-MEDIA-EDIT              PIC ZZ9.99 VALUE ZEROS.
000920 77 WS-NOTA-EDIT               PIC ZZ9 VALUE ZEROS.
000930 77 WS-QTD-EDIT                PIC ZZZZZZ9 VALUE ZEROS.
000940 77 WS-POS-EDIT                PIC 9(02) VALUE ZEROS.
000940 01 WS-REGIMENTO-TABELA.
000940     05 RGT-ENT OCCURS 50 TIMES.
000940         10 RGT-PERIODO-INICIAL    PIC X(06).
000940         10 RGT-MEDIA-MINIMA       PIC 9(03).
000940         10 RGT-ATO-APROVACAO      PIC X(20).
000940         10 RGT-USADA-SW           PIC X(01).
000950 01 ANL-ESTATISTICAS.
000960     05 ANL-POSICAO OCCURS 10 TIMES.
000970         10 ANL-QTD            PIC 9(07) COMP.
001410         MOVE 16 TO RETURN-CODE
001420         STOP RUN
001430     END-IF.
001431     PERFORM 1200-CARREGAR-REGIMENTO THRU 1200-EXIT.
001440     PERFORM 1100-ZERAR-POSICAO THRU 1100-EXIT
001450         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10.
001460     OPEN INPUT AUDIT-FILE.
001750     MOVE ZERO TO ANL-FAIXAS (WS-SUB WS-FAIXA).
001760 1150-EXIT.
001770     EXIT.
001771*-----------------------------------------------------------*
001772*  1200-CARREGAR-REGIMENTO - CARREGA EM TABELA AS REGRAS DO      *
001773*                 ARQUIVO REGIMENTO, EM ORDEM DE PERIODO         *
001774*                 INICIAL DE VIGENCIA; SEM NENHUMA REGRA A       *
001775*                 ANALISE NAO TEM MEDIA MINIMA E E ENCERRADA     *
001776*-----------------------------------------------------------*
001777 1200-CARREGAR-REGIMENTO.
001778     OPEN INPUT REGIMENTO-FILE.
001779     IF WS-REGIM-STATUS NOT = "00"
001780         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
001781             "REGRAS REGIMENTO - STATUS: " WS-REGIM-STATUS
001782         MOVE 16 TO RETURN-CODE
001783         STOP RUN
001784     END-IF.
001785 1200-LER.
001786     READ REGIMENTO-FILE NEXT RECORD
001787         AT END
001788             GO TO 1200-FECHAR
001789     END-READ.
001790     IF WS-RGT-QTD >= WS-RGT-LIMITE
001791         DISPLAY "ERRO: MAIS DE 50 VIGENCIAS NO ARQUIVO "
001792             "REGIMENTO - AMPLIE A TABELA DE REGRAS"
001793         CLOSE REGIMENTO-FILE
001794         MOVE 16 TO RETURN-CODE
001795         STOP RUN
001796     END-IF.
001797     ADD 1 TO WS-RGT-QTD.
001798     MOVE RGM-PERIODO-INICIAL TO RGT-PERIODO-INICIAL (WS-RGT-QTD).
001799     MOVE RGM-MEDIA-MINIMA    TO RGT-MEDIA-MINIMA (WS-RGT-QTD).
001800     MOVE RGM-ATO-APROVACAO   TO RGT-ATO-APROVACAO (WS-RGT-QTD).
001801     MOVE "N"                 TO RGT-USADA-SW (WS-RGT-QTD).
001802     GO TO 1200-LER.
001803 1200-FECHAR.
001804     CLOSE REGIMENTO-FILE.
001805     IF WS-RGT-QTD = 0
001806         DISPLAY "ERRO: ARQUIVO REGIMENTO SEM NENHUMA REGRA "
001807             "CADASTRADA"
001808         MOVE 16 TO RETURN-CODE
001809         STOP RUN
001810     END-IF.
001811 1200-EXIT.
001812     EXIT.
001780*-----------------------------------------------------------*
001790*  2000-PROCESSAR-AUDITORIA - ACUMULA AS NOTAS DE UM REGISTRO    *
001800*                 DA DATA PESQUISADA NAS ESTATISTICAS POR        *
001870     IF NOT AUD-CALCULO-ORIGINAL
001880         GO TO 2000-PROXIMO-REGISTRO
001890     END-IF
001891     IF AUD-ESTORNADO
001892         ADD 1 TO WS-ESTORNADOS
001893         GO TO 2000-PROXIMO-REGISTRO
001894     END-IF
001900     IF AUD-QTD-NOTAS < 1 OR AUD-QTD-NOTAS > 10
001910         GO TO 2000-PROXIMO-REGISTRO
001920     END-IF
001930     ADD 1 TO WS-REGISTROS-LIDOS
001931     IF AUD-PERIODO-LETIVO NOT = WS-PERIODO-REGRA
001932         PERFORM 2100-OBTER-REGRA THRU 2100-EXIT
001933     END-IF
001934     IF WS-PERIODO-REGRA < RGT-PERIODO-INICIAL (1)
001935         ADD 1 TO WS-SEM-VIGENCIA
001936     END-IF
001940     PERFORM 3000-ACUMULAR-NOTA THRU 3000-EXIT
001950         VARYING WS-SUB FROM 1 BY 1
001960         UNTIL WS-SUB > AUD-QTD-NOTAS.
001980     PERFORM 2900-LER-PROXIMO-REGISTRO THRU 2900-EXIT.
001990 2000-EXIT.
002000     EXIT.
002001*-----------------------------------------------------------*
002002*  2100-OBTER-REGRA - LOCALIZA NA TABELA A REGRA VIGENTE NO      *
002003*                 PERIODO DO REGISTRO (A ULTIMA CUJA VIGENCIA    *
002004*                 COMECA ATE ELE) E CARREGA A MEDIA MINIMA;      *
002005*                 SEM REGRA VIGENTE USA A MAIS ANTIGA            *
002006*-----------------------------------------------------------*
002007 2100-OBTER-REGRA.
002008     MOVE AUD-PERIODO-LETIVO TO WS-PERIODO-REGRA
002009     MOVE ZERO TO WS-RGT-ACHOU-IX
002010     PERFORM 2150-PROCURAR-REGRA THRU 2150-EXIT
002011         VARYING WS-RGT-IX FROM 1 BY 1
002012         UNTIL WS-RGT-IX > WS-RGT-QTD
002013     IF WS-RGT-ACHOU-IX = 0
002014         MOVE 1 TO WS-RGT-ACHOU-IX
002015     END-IF
002016     MOVE RGT-MEDIA-MINIMA (WS-RGT-ACHOU-IX) TO WS-MEDIA-MINIMA
002017     MOVE "S" TO RGT-USADA-SW (WS-RGT-ACHOU-IX).
002018 2100-EXIT.
002019     EXIT.
002020*-----------------------------------------------------------*
002021*  2150-PROCURAR-REGRA - CONFERE UMA ENTRADA DA TABELA DE        *
002022*                 REGRAS CONTRA O PERIODO DO REGISTRO            *
002023*-----------------------------------------------------------*
002024 2150-PROCURAR-REGRA.
002025     IF RGT-PERIODO-INICIAL (WS-RGT-IX) NOT > WS-PERIODO-REGRA
002026         MOVE WS-RGT-IX TO WS-RGT-ACHOU-IX
002027     END-IF.
002028 2150-EXIT.
002029     EXIT.
002010*-----------------------------------------------------------*
002020*  2900-LER-PROXIMO-REGISTRO - LE O PROXIMO REGISTRO DO          *
002030*                 ARQUIVO DE AUDITORIA                           *
002480         WS-DATA-PESQ
002490     DISPLAY "REGISTROS DE AUDITORIA CONSIDERADOS: "
002500         WS-REGISTROS-LIDOS
002501     IF WS-SEM-VIGENCIA > 0
002502         DISPLAY "REGISTROS SEM REGRA VIGENTE NO PERIODO "
002503             "(REGRA MAIS ANTIGA): " WS-SEM-VIGENCIA
002504     END-IF
002504     IF WS-ESTORNADOS > 0
002504         DISPLAY "REGISTROS ESTORNADOS DESCONSIDERADOS: "
002504             WS-ESTORNADOS
002504     END-IF
002505     PERFORM 8050-EMITIR-REGRA THRU 8050-EXIT
002506         VARYING WS-RGT-IX FROM 1 BY 1
002507         UNTIL WS-RGT-IX > WS-RGT-QTD
002510     DISPLAY "================================================"
002520     IF WS-REGISTROS-LIDOS = 0
002530         DISPLAY "NENHUM REGISTRO DE AUDITORIA NA DATA INFORMADA"
002570         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10.
002580 8000-EXIT.
002590     EXIT.
002591*-----------------------------------------------------------*
002592*  8050-EMITIR-REGRA - LISTA NO CABECALHO UMA REGRA DO           *
002593*                 REGIMENTO USADA NA ANALISE                     *
002594*-----------------------------------------------------------*
002595 8050-EMITIR-REGRA.
002596     IF RGT-USADA-SW (WS-RGT-IX) = "S"
002597         DISPLAY "REGIMENTO VIGENTE A PARTIR DE "
002598             RGT-PERIODO-INICIAL (WS-RGT-IX) " - "
002599             RGT-ATO-APROVACAO (WS-RGT-IX)
002600             " - MEDIA MINIMA: " RGT-MEDIA-MINIMA (WS-RGT-IX)
002601     END-IF.
002602 8050-EXIT.
002603     EXIT.
002600*-----------------------------------------------------------*
002610*  8100-EMITIR-POSICAO - EMITE AS ESTATISTICAS DE UMA POSICAO    *
002620*                 DE NOTA (UMA AVALIACAO)                        *
002820         MOVE ANL-MENOR (WS-SUB) TO WS-NOTA-EDIT
002830         DISPLAY "   MENOR NOTA .............: " WS-NOTA-EDIT
002840         MOVE ANL-ABAIXO-MINIMA (WS-SUB) TO WS-QTD-EDIT
002850         DISPLAY "   ABAIXO DA MEDIA MINIMA .: " WS-QTD-EDIT
002860         MOVE ANL-FAIXAS (WS-SUB 1) TO WS-QTD-EDIT
002870         DISPLAY "   FAIXA 000-020 ..........: " WS-QTD-EDIT
002880         MOVE ANL-FAIXAS (WS-SUB 2) TO WS-QTD-EDIT
