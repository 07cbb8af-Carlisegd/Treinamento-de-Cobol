000100*****************************************************************
000110* PROGRAM-ID : MANUTENCAO-REGIMENTO
000120* AUTHOR     : CARLISE DEBONA
000130* INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS
000140* DATE-WRITTEN: 14/10/2026
000150* PURPOSE    : MANUTENCAO EM LOTE DO ARQUIVO DE REGRAS DO
000160*              REGIMENTO (REGIMENTO, INDEXADO PELO PERIODO
000170*              LETIVO INICIAL DE VIGENCIA). CADA REGISTRO VALE DO
000180*              SEU PERIODO INICIAL ATE O PERIODO ANTERIOR AO DA
000190*              VIGENCIA SEGUINTE, E GUARDA A MEDIA MINIMA DE
000200*              APROVACAO, A NOTA DE CORTE DA RECUPERACAO, A
000210*              FREQUENCIA MINIMA, OS PESOS DA FORMULA DA
000220*              RECUPERACAO (MEDIA DO PERIODO E EXAME) COM A MEDIA
000230*              FINAL PARA APROVACAO APOS O EXAME, A MEDIA ANUAL
000240*              MINIMA E O LIMITE DE DEPENDENCIAS DO FECHAMENTO,
000241*              COM A INDICACAO DE SE AS DEPENDENCIAS AINDA NAO
000242*              CUMPRIDAS DE ANOS ANTERIORES CONTAM NESSE LIMITE,
000243*              E O PRAZO REGIMENTAL EM DIAS PARA A DECISAO DOS
000244*              PEDIDOS DE REVISAO DE NOTA (MANUTENCAO-PROTOCOLOS).
000250*              O MEDIA-ALUNOS, O CONVOCA-RECUPERACAO, O
000260*              FECHAMENTO-ANUAL E O ANALISE-AVALIACOES LEEM ESTE
000270*              ARQUIVO E USAM A REGRA VIGENTE NO PERIODO DO
000280*              REGISTRO. AS TRANSACOES VEM DO ARQUIVO REGTRANS
000290*              (INCLUSAO DE VIGENCIA E ALTERACAO), COM REGISTRO
000300*              HEADER/TRAILER DE CONTROLE COMO O MASTERTRANS.
000310*              TRANSACAO INVALIDA E REJEITADA COM A IMAGEM
000320*              ORIGINAL E O MOTIVO NO ARQUIVO REGREJ, E CADA
000330*              ALTERACAO APLICADA GRAVA NA TRILHA REGAUDIT A
000340*              IMAGEM ANTERIOR E A NOVA DA REGRA, COM O USUARIO
000350*              DO HEADER.
000360*****************************************************************
000370* MODIFICATION HISTORY
000380* -----------------------------------------------------------
000390* DATE       INIT DESCRIPTION
000400* 14/10/2026 CD   VERSAO INICIAL. A VIGENCIA NUNCA E EXCLUIDA:
000410*                 UMA REGRA JA USADA EM FECHAMENTOS ANTERIORES
000420*                 TEM DE CONTINUAR NO ARQUIVO PARA QUE UMA
000430*                 CORRECAO DAQUELES PERIODOS SEJA RECALCULADA
000440*                 COM A REGRA DA EPOCA. MUDANCA DE REGIMENTO E
000450*                 UMA NOVA VIGENCIA (INCLUSAO).
000451* 14/10/2026 CD   INCLUIDO O INDICADOR DE DEPENDENCIA ANTERIOR
000452*                 (S/N): COM "S" O FECHAMENTO-ANUAL SOMA AS
000453*                 DEPENDENCIAS NAO CUMPRIDAS DE ANOS ANTERIORES
000454*                 AS REPROVACOES DO ANO ANTES DE COMPARAR COM O
000455*                 LIMITE. REGISTRO PASSA DE 53 PARA 54 BYTES.
000456* 14/10/2026 CD   INCLUIDO O PRAZO REGIMENTAL DE REVISAO DE NOTA
000457*                 (DIAS CORRIDOS A PARTIR DA ENTRADA DO PEDIDO),
000458*                 USADO PELO MANUTENCAO-PROTOCOLOS PARA CALCULAR
000459*                 O VENCIMENTO DE CADA PROTOCOLO. REGISTRO PASSA
000459*                 DE 54 PARA 57 BYTES.
000459* 15/10/2026 CD   FALHA NA REGRAVACAO DE UMA VIGENCIA ENCERRA O
000459*                 PROCESSAMENTO COM RETURN-CODE 16.
000460* -----------------------------------------------------------
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. MANUTENCAO-REGIMENTO.
000490 AUTHOR. CARLISE DEBONA.
000500 INSTALLATION. SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS.
000510 DATE-WRITTEN. 14/10/2026.
000520 DATE-COMPILED.
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT REG-TRANS-FILE ASSIGN TO "REGTRANS"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-TRANS-STATUS.
000590     SELECT REGIMENTO-FILE ASSIGN TO "REGIMENTO"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS RGM-PERIODO-INICIAL
000630         FILE STATUS IS WS-REGIM-STATUS.
000640     SELECT REG-REJECT-FILE ASSIGN TO "REGREJ"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-REJECT-STATUS.
000670     SELECT REG-AUDIT-FILE ASSIGN TO "REGAUDIT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-AUDIT-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  REG-TRANS-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  REG-TRANS-RECORD.
000750     05 RTR-TIPO-REGISTRO          PIC X(01).
000760         88 RTR-REG-HEADER                   VALUE "H".
000770         88 RTR-REG-DETALHE                  VALUE "D".
000780         88 RTR-REG-TRAILER                  VALUE "T".
000790     05 RTR-OPERACAO               PIC X(01).
000800         88 RTR-INCLUSAO                     VALUE "I".
000810         88 RTR-ALTERACAO                    VALUE "A".
000820     05 RTR-PERIODO-INICIAL        PIC X(06).
000830     05 RTR-MEDIA-MINIMA           PIC 9(03).
000840     05 RTR-NOTA-CORTE-RECUP       PIC 9(03).
000850     05 RTR-FREQ-MINIMA            PIC 9(03).
000860     05 RTR-PESO-MEDIA-RECUP       PIC 9(01).
000870     05 RTR-PESO-EXAME-RECUP       PIC 9(01).
000880     05 RTR-MEDIA-FINAL-RECUP      PIC 9(03).
000890     05 RTR-MEDIA-ANUAL-MINIMA     PIC 9(03).
000900     05 RTR-LIMITE-DEPENDENCIAS    PIC 9(02).
000901     05 RTR-DEP-ANTERIOR-CONTA     PIC X(01).
000901     05 RTR-PRAZO-REVISAO          PIC 9(03).
000910     05 RTR-DATA-APROVACAO         PIC X(08).
000920     05 RTR-ATO-APROVACAO          PIC X(20).
000930 01  REG-TRANS-HEADER.
000940     05 RTH-TIPO-REGISTRO          PIC X(01).
000950     05 RTH-DATA-REFERENCIA        PIC X(08).
000960     05 RTH-USUARIO                PIC X(08).
000970 01  REG-TRANS-TRAILER.
000980     05 RTT-TIPO-REGISTRO          PIC X(01).
000990     05 RTT-QTD-REGISTROS          PIC 9(07).
001000 FD  REGIMENTO-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 01  REGIMENTO-RECORD.
001030     05 RGM-PERIODO-INICIAL        PIC X(06).
001040     05 RGM-MEDIA-MINIMA           PIC 9(03).
001050     05 RGM-NOTA-CORTE-RECUP       PIC 9(03).
001060     05 RGM-FREQ-MINIMA            PIC 9(03).
001070     05 RGM-PESO-MEDIA-RECUP       PIC 9(01).
001080     05 RGM-PESO-EXAME-RECUP       PIC 9(01).
001090     05 RGM-MEDIA-FINAL-RECUP      PIC 9(03).
001100     05 RGM-MEDIA-ANUAL-MINIMA     PIC 9(03).
001110     05 RGM-LIMITE-DEPENDENCIAS    PIC 9(02).
001111     05 RGM-DEP-ANTERIOR-CONTA     PIC X(01).
001111     05 RGM-PRAZO-REVISAO          PIC 9(03).
001120     05 RGM-DATA-APROVACAO         PIC X(08).
001130     05 RGM-ATO-APROVACAO          PIC X(20).
001140 FD  REG-REJECT-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  REG-REJECT-RECORD.
001170     05 REJ-REGISTRO-ORIGINAL      PIC X(59).
001180     05 REJ-MOTIVO                 PIC X(02).
001190 FD  REG-AUDIT-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  REG-AUDIT-RECORD.
001220     05 RGA-DATA-EXECUCAO          PIC X(08).
001230     05 RGA-HORA-EXECUCAO          PIC X(08).
001240     05 RGA-USUARIO                PIC X(08).
001250     05 RGA-OPERACAO               PIC X(01).
001260     05 RGA-IMAGEM-ANTERIOR        PIC X(57).
001270     05 RGA-IMAGEM-NOVA            PIC X(57).
001280 WORKING-STORAGE SECTION.
001290 77 WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
001300 77 WS-REGIM-STATUS             PIC X(02) VALUE SPACES.
001310 77 WS-REJECT-STATUS            PIC X(02) VALUE SPACES.
001320 77 WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001330 77 WS-EOF-SW                   PIC X(01) VALUE "N".
001340     88 FIM-DE-TRANSACOES               VALUE "S".
001350 77 WS-TRAILER-LIDO-SW          PIC X(01) VALUE "N".
001360     88 TRAILER-LIDO                    VALUE "S".
001370 77 WS-CONTROLE-OK-SW           PIC X(01) VALUE "S".
001380     88 CONTROLE-OK                     VALUE "S".
001390 77 WS-VALIDACAO-SW             PIC X(01) VALUE "S".
001400     88 VALIDACAO-OK                    VALUE "S".
001410 77 WS-REJ-MOTIVO               PIC X(02) VALUE SPACES.
001420 77 WS-DATA-EXECUCAO            PIC X(08) VALUE SPACES.
001430 77 WS-HORA-EXECUCAO            PIC X(08) VALUE SPACES.
001440 77 WS-DATA-REFERENCIA          PIC X(08) VALUE SPACES.
001450 77 WS-USUARIO                  PIC X(08) VALUE SPACES.
001460 77 WS-IMAGEM-ANTERIOR          PIC X(57) VALUE SPACES.
001470 77 WS-REGISTROS-LIDOS          PIC 9(07) COMP VALUE ZERO.
001480 77 WS-TRANS-APLICADAS          PIC 9(05) COMP VALUE ZERO.
001490 77 WS-INCLUSOES                PIC 9(05) COMP VALUE ZERO.
001500 77 WS-ALTERACOES               PIC 9(05) COMP VALUE ZERO.
001510 77 WS-REJEITADAS               PIC 9(05) COMP VALUE ZERO.
001520 PROCEDURE DIVISION.
001530*-----------------------------------------------------------*
001540*  0000-MAINLINE                                            *
001550*-----------------------------------------------------------*
001560 0000-MAINLINE.
001570     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001580     PERFORM 1200-CONFERIR-CONTROLES THRU 1200-EXIT.
001590     PERFORM 2000-PROCESSAR-TRANSACAO THRU 2000-EXIT
001600         UNTIL FIM-DE-TRANSACOES.
001610     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001620     STOP RUN.
001630*-----------------------------------------------------------*
001640*  1000-INICIALIZAR - ABRE OS ARQUIVOS; O ARQUIVO DE REGRAS      *
001650*                 DO REGIMENTO E CRIADO VAZIO QUANDO AINDA NAO   *
001660*                 EXISTE (PRIMEIRA CARGA)                        *
001670*-----------------------------------------------------------*
001680 1000-INICIALIZAR.
001690     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
001700     ACCEPT WS-HORA-EXECUCAO FROM TIME.
001710     OPEN INPUT REG-TRANS-FILE.
001720     IF WS-TRANS-STATUS NOT = "00"
001730         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
001740             "TRANSACOES REGTRANS - STATUS: " WS-TRANS-STATUS
001750         MOVE 16 TO RETURN-CODE
001760         STOP RUN
001770     END-IF.
001780     OPEN I-O REGIMENTO-FILE.
001790     IF WS-REGIM-STATUS NOT = "00"
001800         OPEN OUTPUT REGIMENTO-FILE
001810         CLOSE REGIMENTO-FILE
001820         OPEN I-O REGIMENTO-FILE
001830     END-IF.
001840     IF WS-REGIM-STATUS NOT = "00"
001850         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
001860             "REGRAS REGIMENTO - STATUS: " WS-REGIM-STATUS
001870         CLOSE REG-TRANS-FILE
001880         MOVE 16 TO RETURN-CODE
001890         STOP RUN
001900     END-IF.
001910     OPEN OUTPUT REG-REJECT-FILE.
001920     OPEN EXTEND REG-AUDIT-FILE.
001930     IF WS-AUDIT-STATUS NOT = "00"
001940         OPEN OUTPUT REG-AUDIT-FILE
001950         CLOSE REG-AUDIT-FILE
001960         OPEN EXTEND REG-AUDIT-FILE
001970     END-IF.
001980     DISPLAY "========== MANUTENCAO DAS REGRAS DO REGIMENTO ===".
001990 1000-EXIT.
002000     EXIT.
002010*-----------------------------------------------------------*
002020*  1200-CONFERIR-CONTROLES - PRIMEIRA PASSADA: CONFERE HEADER,   *
002030*                 TRAILER E QUANTIDADE DE DETALHES ANTES DE      *
002040*                 APLICAR QUALQUER TRANSACAO; LOTE COM CONTROLE  *
002050*                 DIVERGENTE ENCERRA COM RETURN-CODE 16. AO FIM, *
002060*                 O ARQUIVO E REABERTO E POSICIONADO NO PRIMEIRO *
002070*                 DETALHE PARA A SEGUNDA PASSADA                 *
002080*-----------------------------------------------------------*
002090 1200-CONFERIR-CONTROLES.
002100     READ REG-TRANS-FILE
002110         AT END
002120             DISPLAY "ERRO: ARQUIVO REGTRANS VAZIO - SEM "
002130                 "REGISTRO HEADER"
002140             PERFORM 8800-ABORTAR THRU 8800-EXIT
002150     END-READ.
002160     IF NOT RTR-REG-HEADER
002170         DISPLAY "ERRO: PRIMEIRO REGISTRO DO ARQUIVO "
002180             "REGTRANS NAO E HEADER - TIPO LIDO: "
002190             RTR-TIPO-REGISTRO
002200         PERFORM 8800-ABORTAR THRU 8800-EXIT
002210     END-IF.
002220     MOVE RTH-DATA-REFERENCIA TO WS-DATA-REFERENCIA.
002230     MOVE RTH-USUARIO         TO WS-USUARIO.
002240     DISPLAY "LOTE DO REGIMENTO COM DATA DE REFERENCIA "
002250         WS-DATA-REFERENCIA " - USUARIO " WS-USUARIO.
002260 1200-CONTAR.
002270     READ REG-TRANS-FILE
002280         AT END
002290             GO TO 1200-CONFERIR
002300     END-READ.
002310     IF RTR-REG-TRAILER
002320         SET TRAILER-LIDO TO TRUE
002330         IF RTT-QTD-REGISTROS NOT = WS-REGISTROS-LIDOS
002340             DISPLAY "ERRO: QUANTIDADE DE REGISTROS NAO CONFERE "
002350                 "COM O TRAILER DO ARQUIVO REGTRANS"
002360             DISPLAY "   TRAILER .: " RTT-QTD-REGISTROS
002370             DISPLAY "   LIDOS ...: " WS-REGISTROS-LIDOS
002380             MOVE "N" TO WS-CONTROLE-OK-SW
002390         END-IF
002400         GO TO 1200-CONFERIR
002410     END-IF.
002420     IF NOT RTR-REG-DETALHE
002430         DISPLAY "ERRO: TIPO DE REGISTRO INVALIDO NO ARQUIVO "
002440             "REGTRANS: " RTR-TIPO-REGISTRO
002450         MOVE "N" TO WS-CONTROLE-OK-SW
002460         GO TO 1200-CONTAR
002470     END-IF.
002480     ADD 1 TO WS-REGISTROS-LIDOS.
002490     GO TO 1200-CONTAR.
002500 1200-CONFERIR.
002510     IF NOT TRAILER-LIDO
002520         DISPLAY "ERRO: ARQUIVO REGTRANS TERMINOU SEM "
002530             "REGISTRO TRAILER - POSSIVEL TRANSFERENCIA "
002540             "TRUNCADA"
002550         MOVE "N" TO WS-CONTROLE-OK-SW
002560     END-IF.
002570     IF NOT CONTROLE-OK
002580         DISPLAY "ERRO: CONTROLES DO ARQUIVO REGTRANS NAO "
002590             "CONFEREM - NENHUMA TRANSACAO FOI APLICADA"
002600         PERFORM 8800-ABORTAR THRU 8800-EXIT
002610     END-IF.
002620     CLOSE REG-TRANS-FILE.
002630     OPEN INPUT REG-TRANS-FILE.
002640     READ REG-TRANS-FILE
002650         AT END SET FIM-DE-TRANSACOES TO TRUE
002660     END-READ.
002670     PERFORM 2900-LER-TRANSACAO THRU 2900-EXIT.
002680 1200-EXIT.
002690     EXIT.
002700*-----------------------------------------------------------*
002710*  2000-PROCESSAR-TRANSACAO - CONFERE O PERIODO DE VIGENCIA      *
002720*                 E APLICA A TRANSACAO CONFORME A OPERACAO:      *
002730*                 "I" INCLUSAO DE VIGENCIA, "A" ALTERACAO        *
002740*-----------------------------------------------------------*
002750 2000-PROCESSAR-TRANSACAO.
002760     IF RTR-PERIODO-INICIAL = SPACES
002770         DISPLAY "TRANSACAO REJEITADA - PERIODO INICIAL DE "
002780             "VIGENCIA EM BRANCO"
002790         MOVE "PB" TO WS-REJ-MOTIVO
002800         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
002810         GO TO 2000-PROXIMA-TRANSACAO
002820     END-IF
002830     IF RTR-PERIODO-INICIAL (1:4) NOT NUMERIC
002840         DISPLAY "TRANSACAO REJEITADA - PERIODO INICIAL DE "
002850             "VIGENCIA INVALIDO: " RTR-PERIODO-INICIAL
002860         MOVE "PI" TO WS-REJ-MOTIVO
002870         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
002880         GO TO 2000-PROXIMA-TRANSACAO
002890     END-IF
002900     IF RTR-INCLUSAO
002910         PERFORM 3000-INCLUIR-VIGENCIA THRU 3000-EXIT
002920         GO TO 2000-PROXIMA-TRANSACAO
002930     END-IF
002940     IF RTR-ALTERACAO
002950         PERFORM 4000-ALTERAR-VIGENCIA THRU 4000-EXIT
002960         GO TO 2000-PROXIMA-TRANSACAO
002970     END-IF
002980     DISPLAY "TRANSACAO REJEITADA - VIGENCIA: "
002990         RTR-PERIODO-INICIAL " OPERACAO INVALIDA: " RTR-OPERACAO
003000     MOVE "OI" TO WS-REJ-MOTIVO
003010     PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT.
003020 2000-PROXIMA-TRANSACAO.
003030     PERFORM 2900-LER-TRANSACAO THRU 2900-EXIT.
003040 2000-EXIT.
003050     EXIT.
003060*-----------------------------------------------------------*
003070*  2500-VALIDAR-REGRAS - CONFERE OS VALORES DA REGRA JA          *
003080*                 MONTADA NO REGISTRO DO REGIMENTO: MEDIAS E     *
003090*                 FREQUENCIA NA FAIXA 001-100, NOTA DE CORTE DA  *
003100*                 RECUPERACAO NAO MAIOR QUE A MEDIA MINIMA E     *
003110*                 PESO DO EXAME DIFERENTE DE ZERO (O CONVOCA-    *
003120*                 RECUPERACAO DIVIDE POR ELE), INDICADOR DE      *
003121*                 DEPENDENCIA ANTERIOR "S" OU "N" E PRAZO DE     *
003122*                 REVISAO DE NOTA DE PELO MENOS UM DIA           *
003130*-----------------------------------------------------------*
003140 2500-VALIDAR-REGRAS.
003150     MOVE "S" TO WS-VALIDACAO-SW
003160     IF RGM-MEDIA-MINIMA < 1 OR RGM-MEDIA-MINIMA > 100
003170         DISPLAY "TRANSACAO REJEITADA - VIGENCIA: "
003180             RTR-PERIODO-INICIAL " MEDIA MINIMA FORA DA FAIXA "
003190             "001-100: " RGM-MEDIA-MINIMA
003200         MOVE "MM" TO WS-REJ-MOTIVO
003210         GO TO 2500-REJEITAR
003220     END-IF
003230     IF RGM-NOTA-CORTE-RECUP > RGM-MEDIA-MINIMA
003240         DISPLAY "TRANSACAO REJEITADA - VIGENCIA: "
003250             RTR-PERIODO-INICIAL " NOTA DE CORTE DA RECUPERACAO "
003260             "MAIOR QUE A MEDIA MINIMA: " RGM-NOTA-CORTE-RECUP
003270         MOVE "NC" TO WS-REJ-MOTIVO
003280         GO TO 2500-REJEITAR
003290     END-IF
003300     IF RGM-FREQ-MINIMA < 1 OR RGM-FREQ-MINIMA > 100
003310         DISPLAY "TRANSACAO REJEITADA - VIGENCIA: "
003320             RTR-PERIODO-INICIAL " FREQUENCIA MINIMA FORA DA "
003330             "FAIXA 001-100: " RGM-FREQ-MINIMA
003340         MOVE "FM" TO WS-REJ-MOTIVO
003350         GO TO 2500-REJEITAR
003360     END-IF
003370     IF RGM-PESO-EXAME-RECUP = 0
003380         DISPLAY "TRANSACAO REJEITADA - VIGENCIA: "
003390             RTR-PERIODO-INICIAL " PESO DO EXAME NA FORMULA DA "
003400             "RECUPERACAO ZERADO"
003410         MOVE "PR" TO WS-REJ-MOTIVO
003420         GO TO 2500-REJEITAR
003430     END-IF
003440     IF RGM-MEDIA-FINAL-RECUP < 1 OR RGM-MEDIA-FINAL-RECUP > 100
003450         DISPLAY "TRANSACAO REJEITADA - VIGENCIA: "
003460             RTR-PERIODO-INICIAL " MEDIA FINAL DA RECUPERACAO "
003470             "FORA DA FAIXA 001-100: " RGM-MEDIA-FINAL-RECUP
003480         MOVE "MR" TO WS-REJ-MOTIVO
003490         GO TO 2500-REJEITAR
003500     END-IF
003510     IF RGM-MEDIA-ANUAL-MINIMA < 1 OR RGM-MEDIA-ANUAL-MINIMA > 100
003520         DISPLAY "TRANSACAO REJEITADA - VIGENCIA: "
003530             RTR-PERIODO-INICIAL " MEDIA ANUAL MINIMA FORA DA "
003540             "FAIXA 001-100: " RGM-MEDIA-ANUAL-MINIMA
003550         MOVE "MA" TO WS-REJ-MOTIVO
003560         GO TO 2500-REJEITAR
003570     END-IF
003571     IF RGM-DEP-ANTERIOR-CONTA NOT = "S"
003572         AND RGM-DEP-ANTERIOR-CONTA NOT = "N"
003573         DISPLAY "TRANSACAO REJEITADA - VIGENCIA: "
003574             RTR-PERIODO-INICIAL " INDICADOR DE DEPENDENCIA "
003575             "ANTERIOR INVALIDO: " RGM-DEP-ANTERIOR-CONTA
003576         MOVE "DA" TO WS-REJ-MOTIVO
003577         GO TO 2500-REJEITAR
003578     END-IF
003578     IF RGM-PRAZO-REVISAO < 1
003578         DISPLAY "TRANSACAO REJEITADA - VIGENCIA: "
003578             RTR-PERIODO-INICIAL " PRAZO DE REVISAO DE NOTA "
003578             "ZERADO"
003578         MOVE "PV" TO WS-REJ-MOTIVO
003578         GO TO 2500-REJEITAR
003578     END-IF
003580     GO TO 2500-EXIT.
003590 2500-REJEITAR.
003600     PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
003610     MOVE "N" TO WS-VALIDACAO-SW.
003620 2500-EXIT.
003630     EXIT.
003640*-----------------------------------------------------------*
003650*  2900-LER-TRANSACAO - LE O PROXIMO REGISTRO DE DETALHE DO      *
003660*                 ARQUIVO REGTRANS; O TRAILER (JA CONFERIDO      *
003670*                 NA PRIMEIRA PASSADA) ENCERRA A LEITURA         *
003680*-----------------------------------------------------------*
003690 2900-LER-TRANSACAO.
003700     READ REG-TRANS-FILE
003710         AT END
003720             SET FIM-DE-TRANSACOES TO TRUE
003730             GO TO 2900-EXIT
003740     END-READ.
003750     IF RTR-REG-TRAILER
003760         SET FIM-DE-TRANSACOES TO TRUE
003770         GO TO 2900-EXIT
003780     END-IF.
003790     IF NOT RTR-REG-DETALHE
003800         GO TO 2900-LER-TRANSACAO
003810     END-IF.
003820 2900-EXIT.
003830     EXIT.
003840*-----------------------------------------------------------*
003850*  3000-INCLUIR-VIGENCIA - INCLUI UMA NOVA VIGENCIA DO           *
003860*                 REGIMENTO; TODOS OS VALORES SAO OBRIGATORIOS   *
003870*                 E VIGENCIA JA CADASTRADA E REJEITADA           *
003880*-----------------------------------------------------------*
003890 3000-INCLUIR-VIGENCIA.
003900     IF RTR-MEDIA-MINIMA NOT NUMERIC
003910         OR RTR-NOTA-CORTE-RECUP NOT NUMERIC
003920         OR RTR-FREQ-MINIMA NOT NUMERIC
003930         OR RTR-PESO-MEDIA-RECUP NOT NUMERIC
003940         OR RTR-PESO-EXAME-RECUP NOT NUMERIC
003950         OR RTR-MEDIA-FINAL-RECUP NOT NUMERIC
003960         OR RTR-MEDIA-ANUAL-MINIMA NOT NUMERIC
003970         OR RTR-LIMITE-DEPENDENCIAS NOT NUMERIC
003970         OR RTR-PRAZO-REVISAO NOT NUMERIC
003980         DISPLAY "TRANSACAO REJEITADA - VIGENCIA: "
003990             RTR-PERIODO-INICIAL " VALOR NAO NUMERICO NA REGRA"
004000         MOVE "VN" TO WS-REJ-MOTIVO
004010         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004020         GO TO 3000-EXIT
004030     END-IF
004040     MOVE RTR-PERIODO-INICIAL     TO RGM-PERIODO-INICIAL
004050     MOVE RTR-MEDIA-MINIMA        TO RGM-MEDIA-MINIMA
004060     MOVE RTR-NOTA-CORTE-RECUP    TO RGM-NOTA-CORTE-RECUP
004070     MOVE RTR-FREQ-MINIMA         TO RGM-FREQ-MINIMA
004080     MOVE RTR-PESO-MEDIA-RECUP    TO RGM-PESO-MEDIA-RECUP
004090     MOVE RTR-PESO-EXAME-RECUP    TO RGM-PESO-EXAME-RECUP
004100     MOVE RTR-MEDIA-FINAL-RECUP   TO RGM-MEDIA-FINAL-RECUP
004110     MOVE RTR-MEDIA-ANUAL-MINIMA  TO RGM-MEDIA-ANUAL-MINIMA
004120     MOVE RTR-LIMITE-DEPENDENCIAS TO RGM-LIMITE-DEPENDENCIAS
004121     MOVE RTR-DEP-ANTERIOR-CONTA  TO RGM-DEP-ANTERIOR-CONTA
004121     MOVE RTR-PRAZO-REVISAO       TO RGM-PRAZO-REVISAO
004130     MOVE RTR-DATA-APROVACAO      TO RGM-DATA-APROVACAO
004140     MOVE RTR-ATO-APROVACAO       TO RGM-ATO-APROVACAO
004150     PERFORM 2500-VALIDAR-REGRAS THRU 2500-EXIT
004160     IF NOT VALIDACAO-OK
004170         GO TO 3000-EXIT
004180     END-IF
004190     WRITE REGIMENTO-RECORD
004200         INVALID KEY
004210             DISPLAY "TRANSACAO REJEITADA - VIGENCIA: "
004220                 RTR-PERIODO-INICIAL " JA CONSTA NO ARQUIVO"
004230             MOVE "VD" TO WS-REJ-MOTIVO
004240             PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004250             GO TO 3000-EXIT
004260     END-WRITE
004270     ADD 1 TO WS-INCLUSOES
004280     ADD 1 TO WS-TRANS-APLICADAS
004290     MOVE SPACES TO WS-IMAGEM-ANTERIOR
004300     PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT
004310     DISPLAY "VIGENCIA INCLUIDA .....: " RTR-PERIODO-INICIAL " "
004320         RTR-ATO-APROVACAO.
004330 3000-EXIT.
004340     EXIT.
004350*-----------------------------------------------------------*
004360*  4000-ALTERAR-VIGENCIA - ALTERA OS VALORES DE UMA VIGENCIA     *
004370*                 JA CADASTRADA; CAMPO NUMERICO EM BRANCO OU     *
004380*                 CAMPO ALFANUMERICO EM BRANCO PRESERVA O        *
004390*                 VALOR ATUAL. A REGRA RESULTANTE E CONFERIDA    *
004400*                 INTEIRA ANTES DA REGRAVACAO                    *
004410*-----------------------------------------------------------*
004420 4000-ALTERAR-VIGENCIA.
004430     MOVE RTR-PERIODO-INICIAL TO RGM-PERIODO-INICIAL
004440     READ REGIMENTO-FILE
004450         INVALID KEY
004460             DISPLAY "TRANSACAO REJEITADA - VIGENCIA: "
004470                 RTR-PERIODO-INICIAL " NAO CONSTA NO ARQUIVO"
004480             MOVE "VX" TO WS-REJ-MOTIVO
004490             PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004500             GO TO 4000-EXIT
004510     END-READ
004520     MOVE REGIMENTO-RECORD TO WS-IMAGEM-ANTERIOR
004530     IF RTR-MEDIA-MINIMA NUMERIC
004540         MOVE RTR-MEDIA-MINIMA TO RGM-MEDIA-MINIMA
004550     END-IF
004560     IF RTR-NOTA-CORTE-RECUP NUMERIC
004570         MOVE RTR-NOTA-CORTE-RECUP TO RGM-NOTA-CORTE-RECUP
004580     END-IF
004590     IF RTR-FREQ-MINIMA NUMERIC
004600         MOVE RTR-FREQ-MINIMA TO RGM-FREQ-MINIMA
004610     END-IF
004620     IF RTR-PESO-MEDIA-RECUP NUMERIC
004630         MOVE RTR-PESO-MEDIA-RECUP TO RGM-PESO-MEDIA-RECUP
004640     END-IF
004650     IF RTR-PESO-EXAME-RECUP NUMERIC
004660         MOVE RTR-PESO-EXAME-RECUP TO RGM-PESO-EXAME-RECUP
004670     END-IF
004680     IF RTR-MEDIA-FINAL-RECUP NUMERIC
004690         MOVE RTR-MEDIA-FINAL-RECUP TO RGM-MEDIA-FINAL-RECUP
004700     END-IF
004710     IF RTR-MEDIA-ANUAL-MINIMA NUMERIC
004720         MOVE RTR-MEDIA-ANUAL-MINIMA TO RGM-MEDIA-ANUAL-MINIMA
004730     END-IF
004740     IF RTR-LIMITE-DEPENDENCIAS NUMERIC
004750         MOVE RTR-LIMITE-DEPENDENCIAS TO RGM-LIMITE-DEPENDENCIAS
004760     END-IF
004761     IF RTR-DEP-ANTERIOR-CONTA NOT = SPACES
004762         MOVE RTR-DEP-ANTERIOR-CONTA TO RGM-DEP-ANTERIOR-CONTA
004763     END-IF
004763     IF RTR-PRAZO-REVISAO NUMERIC
004763         MOVE RTR-PRAZO-REVISAO TO RGM-PRAZO-REVISAO
004763     END-IF
004770     IF RTR-DATA-APROVACAO NOT = SPACES
004780         MOVE RTR-DATA-APROVACAO TO RGM-DATA-APROVACAO
004790     END-IF
004800     IF RTR-ATO-APROVACAO NOT = SPACES
004810         MOVE RTR-ATO-APROVACAO TO RGM-ATO-APROVACAO
004820     END-IF
004830     PERFORM 2500-VALIDAR-REGRAS THRU 2500-EXIT
004840     IF NOT VALIDACAO-OK
004850         GO TO 4000-EXIT
004860     END-IF
004870     REWRITE REGIMENTO-RECORD
004870         INVALID KEY
004870             DISPLAY "ERRO: FALHA AO REGRAVAR A VIGENCIA "
004870                 RTR-PERIODO-INICIAL " - STATUS: " WS-REGIM-STATUS
004870             PERFORM 8800-ABORTAR THRU 8800-EXIT
004870     END-REWRITE
004880     ADD 1 TO WS-ALTERACOES
004890     ADD 1 TO WS-TRANS-APLICADAS
004900     PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT
004910     DISPLAY "VIGENCIA ALTERADA .....: " RTR-PERIODO-INICIAL " "
004920         RGM-ATO-APROVACAO.
004930 4000-EXIT.
004940     EXIT.
004950*-----------------------------------------------------------*
004960*  6000-GRAVA-TRILHA - GRAVA NA TRILHA DE ALTERACOES QUEM        *
004970*                 MUDOU O QUE: USUARIO DO HEADER, OPERACAO E     *
004980*                 AS IMAGENS ANTERIOR E NOVA DA REGRA.           *
004990*                 WS-IMAGEM-ANTERIOR DEVE ESTAR CARREGADA        *
005000*                 ANTES DO PERFORM (BRANCOS NA INCLUSAO)         *
005010*-----------------------------------------------------------*
005020 6000-GRAVA-TRILHA.
005030     MOVE WS-DATA-EXECUCAO   TO RGA-DATA-EXECUCAO
005040     MOVE WS-HORA-EXECUCAO   TO RGA-HORA-EXECUCAO
005050     MOVE WS-USUARIO         TO RGA-USUARIO
005060     MOVE RTR-OPERACAO       TO RGA-OPERACAO
005070     MOVE WS-IMAGEM-ANTERIOR TO RGA-IMAGEM-ANTERIOR
005080     MOVE REGIMENTO-RECORD   TO RGA-IMAGEM-NOVA
005090     WRITE REG-AUDIT-RECORD.
005100 6000-EXIT.
005110     EXIT.
005120*-----------------------------------------------------------*
005130*  6800-GRAVA-REJEITO - GRAVA NO ARQUIVO REGREJ A IMAGEM         *
005140*                 ORIGINAL DA TRANSACAO E O MOTIVO DA REJEICAO.  *
005150*                 MOTIVOS:                                       *
005160*                 PB = PERIODO INICIAL DE VIGENCIA EM BRANCO     *
005170*                 PI = PERIODO INICIAL DE VIGENCIA INVALIDO      *
005180*                 OI = OPERACAO INVALIDA                         *
005190*                 VN = VALOR NAO NUMERICO NA INCLUSAO            *
005200*                 VD = VIGENCIA JA CADASTRADA NA INCLUSAO        *
005210*                 VX = VIGENCIA NAO CADASTRADA NA ALTERACAO      *
005220*                 MM = MEDIA MINIMA FORA DA FAIXA 001-100        *
005230*                 NC = NOTA DE CORTE MAIOR QUE A MEDIA MINIMA    *
005240*                 FM = FREQUENCIA MINIMA FORA DA FAIXA 001-100   *
005250*                 PR = PESO DO EXAME NA RECUPERACAO ZERADO       *
005260*                 MR = MEDIA FINAL DA RECUPERACAO FORA DA FAIXA  *
005270*                 MA = MEDIA ANUAL MINIMA FORA DA FAIXA          *
005271*                 DA = INDICADOR DE DEPENDENCIA ANTERIOR INVALIDO*
005271*                 PV = PRAZO DE REVISAO DE NOTA ZERADO           *
005280*-----------------------------------------------------------*
005290 6800-GRAVA-REJEITO.
005300     MOVE SPACES TO REG-REJECT-RECORD
005310     MOVE REG-TRANS-RECORD TO REJ-REGISTRO-ORIGINAL
005320     MOVE WS-REJ-MOTIVO    TO REJ-MOTIVO
005330     WRITE REG-REJECT-RECORD
005340     ADD 1 TO WS-REJEITADAS.
005350 6800-EXIT.
005360     EXIT.
005370*-----------------------------------------------------------*
005380*  8800-ABORTAR - FECHA OS ARQUIVOS E ENCERRA COM RETURN-CODE 16 *
005390*-----------------------------------------------------------*
005400 8800-ABORTAR.
005410     CLOSE REG-TRANS-FILE
005420     CLOSE REGIMENTO-FILE
005430     CLOSE REG-REJECT-FILE
005440     CLOSE REG-AUDIT-FILE
005450     MOVE 16 TO RETURN-CODE
005460     STOP RUN.
005470 8800-EXIT.
005480     EXIT.
005490*-----------------------------------------------------------*
005500*  9000-FINALIZAR - EMITE O RESUMO DA MANUTENCAO E FECHA OS      *
005510*                 ARQUIVOS                                       *
005520*-----------------------------------------------------------*
005530 9000-FINALIZAR.
005540     DISPLAY "=================================================="
005550     DISPLAY "TRANSACOES DE DETALHE .: " WS-REGISTROS-LIDOS
005560     DISPLAY "TRANSACOES APLICADAS ..: " WS-TRANS-APLICADAS
005570     DISPLAY "VIGENCIAS INCLUIDAS ...: " WS-INCLUSOES
005580     DISPLAY "VIGENCIAS ALTERADAS ...: " WS-ALTERACOES
005590     DISPLAY "TRANSACOES REJEITADAS .: " WS-REJEITADAS
005600     IF WS-REJEITADAS > 0
005610         MOVE 8 TO RETURN-CODE
005620     END-IF
005630     CLOSE REG-TRANS-FILE
005640     CLOSE REGIMENTO-FILE
005650     CLOSE REG-REJECT-FILE
005660     CLOSE REG-AUDIT-FILE.
005670 9000-EXIT.
005680     EXIT.
005690 END PROGRAM MANUTENCAO-REGIMENTO.
