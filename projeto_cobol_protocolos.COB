000100*****************************************************************
000110* PROGRAM-ID : MANUTENCAO-PROTOCOLOS
000120* AUTHOR     : CARLISE DEBONA
000130* INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS
000140* DATE-WRITTEN: 14/10/2026
000150* PURPOSE    : MANUTENCAO EM LOTE DO CADASTRO DE PROTOCOLOS DE
000160*              PEDIDO DE REVISAO DE NOTA (PROTREVISAO, INDEXADO
000170*              PELO NUMERO DO PROTOCOLO). CADA PROTOCOLO GUARDA A
000180*              MATRICULA, A TURMA, O PERIODO LETIVO, A AVALIACAO
000190*              CONTESTADA, QUEM PEDIU, A JUSTIFICATIVA, A DATA DE
000200*              ENTRADA, O PRAZO REGIMENTAL DE DECISAO (DATA DE
000210*              ENTRADA MAIS O PRAZO DE REVISAO DA REGRA DO
000220*              REGIMENTO VIGENTE NO PERIODO) E A SITUACAO
000230*              (ABERTO, DEFERIDO OU INDEFERIDO) COM O RESPONSAVEL
000240*              PELA DECISAO, A DATA E O PARECER. O DEFERIMENTO
000250*              TRAZ A NOTA CONCEDIDA. AS TRANSACOES VEM DO ARQUIVO
000260*              PROTTRANS (ABERTURA, DEFERIMENTO E INDEFERIMENTO),
000270*              COM REGISTRO HEADER/TRAILER DE CONTROLE COMO O
000280*              MASTERTRANS. A MATRICULA E CONFERIDA NO
000290*              STUDENTMASTER, A TURMA E A AVALIACAO NO TURMAMASTER
000300*              E O RESULTADO CONTESTADO NO GRADEHIST. TRANSACAO
000310*              INVALIDA E REJEITADA COM A IMAGEM ORIGINAL E O
000320*              MOTIVO NO ARQUIVO PROTREJ, E CADA ALTERACAO
000330*              APLICADA GRAVA NA TRILHA PROTAUDIT A IMAGEM
000340*              ANTERIOR E A NOVA DO PROTOCOLO, COM O USUARIO DO
000350*              HEADER. SO O PROTOCOLO DEFERIDO GERA CORRECAO
000360*              (GERA-CORRECOES).
000370*****************************************************************
000380* MODIFICATION HISTORY
000390* -----------------------------------------------------------
000400* DATE       INIT DESCRIPTION
000410* 14/10/2026 CD   VERSAO INICIAL. O PROTOCOLO NUNCA E EXCLUIDO E
000420*                 A DECISAO NAO E DESFEITA: UM NOVO PEDIDO SOBRE
000430*                 A MESMA NOTA E UM NOVO PROTOCOLO. DATA DE
000440*                 ENTRADA OU DE DECISAO EM BRANCO NA TRANSACAO
000450*                 ASSUME A DATA DE REFERENCIA DO HEADER. DECISAO
000460*                 DEPOIS DO PRAZO E ACEITA COM AVISO.
000460* 15/10/2026 CD   REGISTRO DO GRADEHIST GANHOU A ORIGEM DA MEDIA
000460*                 ("E" = EXTERNA, TRAZIDA POR ALUNO TRANSFERIDO) E
000460*                 O NOME DA ESCOLA DE ORIGEM.
000460* 15/10/2026 CD   O TURMAMASTER GANHOU A QUANTIDADE DE AULAS
000460*                 PREVISTAS NO PERIODO LETIVO
000460*                 (TRM-AULAS-PREVISTAS); O REGISTRO PASSA DE 70
000460*                 PARA 73 BYTES.
000460* 15/10/2026 CD   PEDIDO DE REVISAO SOBRE MEDIA EXTERNA DO
000460*                 GRADEHIST (ALUNO VINDO DE OUTRA ESCOLA) E
000460*                 REJEITADO COM MOTIVO NE: A REVISAO CABE A ESCOLA
000460*                 DE ORIGEM.
000460* 15/10/2026 CD   O GRADEHIST E O TURMAMASTER GRAVADOS NO LEIAUTE
000460*                 ANTERIOR PRECISAM DE CONVERSAO UNICA DE LEIAUTE
000460*                 (CONVERSAO-LEIAUTE) ANTES DO PRIMEIRO LOTE COM
000460*                 ESTA VERSAO.
000460* 15/10/2026 CD   FALHA NA REGRAVACAO DA DECISAO DO PROTOCOLO
000460*                 ENCERRA O PROCESSAMENTO COM RETURN-CODE 16,
000460*                 ANTES DA TRILHA E DOS TOTAIS.
000470* -----------------------------------------------------------
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. MANUTENCAO-PROTOCOLOS.
000500 AUTHOR. CARLISE DEBONA.
000510 INSTALLATION. SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS.
000520 DATE-WRITTEN. 14/10/2026.
000530 DATE-COMPILED.
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT PROT-TRANS-FILE ASSIGN TO "PROTTRANS"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-TRANS-STATUS.
000600     SELECT PROT-REVISAO-FILE ASSIGN TO "PROTREVISAO"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS PRT-NUMERO
000640         FILE STATUS IS WS-PROT-STATUS.
000650     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTMASTER"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS MST-MATRICULA
000690         FILE STATUS IS WS-MASTER-STATUS.
000700     SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMASTER"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS TRM-TURMA
000740         FILE STATUS IS WS-TURMA-STATUS.
000750     SELECT GRADE-HIST-FILE ASSIGN TO "GRADEHIST"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS GH-CHAVE
000790         FILE STATUS IS WS-HIST-STATUS.
000800     SELECT REGIMENTO-FILE ASSIGN TO "REGIMENTO"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS SEQUENTIAL
000830         RECORD KEY IS RGM-PERIODO-INICIAL
000840         FILE STATUS IS WS-REGIM-STATUS.
000850     SELECT PROT-REJECT-FILE ASSIGN TO "PROTREJ"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-REJECT-STATUS.
000880     SELECT PROT-AUDIT-FILE ASSIGN TO "PROTAUDIT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-AUDIT-STATUS.
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  PROT-TRANS-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  PROT-TRANS-RECORD.
000960     05 PTR-TIPO-REGISTRO          PIC X(01).
000970         88 PTR-REG-HEADER                   VALUE "H".
000980         88 PTR-REG-DETALHE                  VALUE "D".
000990         88 PTR-REG-TRAILER                  VALUE "T".
001000     05 PTR-OPERACAO               PIC X(01).
001010         88 PTR-ABERTURA                     VALUE "A".
001020         88 PTR-DEFERIMENTO                  VALUE "D".
001030         88 PTR-INDEFERIMENTO                VALUE "I".
001040     05 PTR-NUMERO                 PIC 9(07).
001050     05 PTR-MATRICULA              PIC X(09).
001060     05 PTR-TURMA                  PIC X(06).
001070     05 PTR-PERIODO-LETIVO         PIC X(06).
001080     05 PTR-POSICAO                PIC 9(02).
001090     05 PTR-NOTA-NOVA              PIC 9(03).
001100     05 PTR-DATA                   PIC X(08).
001110     05 PTR-NOME                   PIC X(30).
001120     05 PTR-TEXTO                  PIC X(40).
001130 01  PROT-TRANS-HEADER.
001140     05 PTH-TIPO-REGISTRO          PIC X(01).
001150     05 PTH-DATA-REFERENCIA        PIC X(08).
001160     05 PTH-USUARIO                PIC X(08).
001170 01  PROT-TRANS-TRAILER.
001180     05 PTT-TIPO-REGISTRO          PIC X(01).
001190     05 PTT-QTD-REGISTROS          PIC 9(07).
001200 FD  PROT-REVISAO-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 01  PROT-REVISAO-RECORD.
001230     05 PRT-NUMERO                 PIC 9(07).
001240     05 PRT-MATRICULA              PIC X(09).
001250     05 PRT-TURMA                  PIC X(06).
001260     05 PRT-PERIODO-LETIVO         PIC X(06).
001270     05 PRT-POSICAO                PIC 9(02).
001280     05 PRT-SOLICITANTE            PIC X(30).
001290     05 PRT-JUSTIFICATIVA          PIC X(40).
001300     05 PRT-DATA-ENTRADA           PIC X(08).
001310     05 PRT-PRAZO                  PIC X(08).
001320     05 PRT-SITUACAO               PIC X(01).
001330         88 PRT-ABERTO                       VALUE "A".
001340         88 PRT-DEFERIDO                     VALUE "D".
001350         88 PRT-INDEFERIDO                   VALUE "I".
001360     05 PRT-NOTA-NOVA              PIC 9(03).
001370     05 PRT-RESPONSAVEL            PIC X(30).
001380     05 PRT-DATA-DECISAO           PIC X(08).
001390     05 PRT-PARECER                PIC X(40).
001400     05 PRT-DATA-GERACAO           PIC X(08).
001410     05 PRT-DATA-APLICACAO         PIC X(08).
001420     05 PRT-HORA-APLICACAO         PIC X(08).
001430 FD  STUDENT-MASTER-FILE
001440     LABEL RECORDS ARE STANDARD.
001450 01  STUDENT-MASTER-RECORD.
001460     05 MST-MATRICULA              PIC X(09).
001470     05 MST-NOME-OFICIAL           PIC X(30).
001480     05 MST-STATUS-MATRICULA       PIC X(01).
001490         88 MATRICULA-ATIVA                  VALUE "A".
001500         88 MATRICULA-INATIVA                VALUE "I".
001510         88 MATRICULA-CANCELADA              VALUE "C".
001520 FD  TURMA-MASTER-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 01  TURMA-MASTER-RECORD.
001550     05 TRM-TURMA                  PIC X(06).
001560     05 TRM-NOME-DISCIPLINA        PIC X(30).
001570     05 TRM-PROFESSOR              PIC X(30).
001580     05 TRM-QTD-AVALIACOES         PIC 9(02).
001590     05 TRM-USA-PESO-OBRIG         PIC X(01).
001600     05 TRM-STATUS-TURMA           PIC X(01).
001610         88 TURMA-ATIVA                      VALUE "A".
001620         88 TURMA-ENCERRADA                  VALUE "E".
001620     05 TRM-AULAS-PREVISTAS        PIC 9(03).
001630 FD  GRADE-HIST-FILE
001640     LABEL RECORDS ARE STANDARD.
001650 01  GRADE-HIST-RECORD.
001660     05 GH-CHAVE.
001670         10 GH-MATRICULA           PIC X(09).
001680         10 GH-PERIODO-LETIVO      PIC X(06).
001690         10 GH-TURMA               PIC X(06).
001700     05 GH-MEDIA-FINAL             PIC 9(03)V9(02).
001710     05 GH-SITUACAO                PIC X(20).
001710     05 GH-ORIGEM                  PIC X(01).
001710         88 GH-NOTA-EXTERNA                  VALUE "E".
001710     05 GH-ESCOLA-ORIGEM           PIC X(40).
001720 FD  REGIMENTO-FILE
001730     LABEL RECORDS ARE STANDARD.
001740 01  REGIMENTO-RECORD.
001750     05 RGM-PERIODO-INICIAL        PIC X(06).
001760     05 RGM-MEDIA-MINIMA           PIC 9(03).
001770     05 RGM-NOTA-CORTE-RECUP       PIC 9(03).
001780     05 RGM-FREQ-MINIMA            PIC 9(03).
001790     05 RGM-PESO-MEDIA-RECUP       PIC 9(01).
001800     05 RGM-PESO-EXAME-RECUP       PIC 9(01).
001810     05 RGM-MEDIA-FINAL-RECUP      PIC 9(03).
001820     05 RGM-MEDIA-ANUAL-MINIMA     PIC 9(03).
001830     05 RGM-LIMITE-DEPENDENCIAS    PIC 9(02).
001840     05 RGM-DEP-ANTERIOR-CONTA     PIC X(01).
001850     05 RGM-PRAZO-REVISAO          PIC 9(03).
001860     05 RGM-DATA-APROVACAO         PIC X(08).
001870     05 RGM-ATO-APROVACAO          PIC X(20).
001880 FD  PROT-REJECT-FILE
001890     LABEL RECORDS ARE STANDARD.
001900 01  PROT-REJECT-RECORD.
001910     05 REJ-REGISTRO-ORIGINAL      PIC X(113).
001920     05 REJ-MOTIVO                 PIC X(02).
001930 FD  PROT-AUDIT-FILE
001940     LABEL RECORDS ARE STANDARD.
001950 01  PROT-AUDIT-RECORD.
001960     05 PRA-DATA-EXECUCAO          PIC X(08).
001970     05 PRA-HORA-EXECUCAO          PIC X(08).
001980     05 PRA-USUARIO                PIC X(08).
001990     05 PRA-OPERACAO               PIC X(01).
002000     05 PRA-IMAGEM-ANTERIOR        PIC X(222).
002010     05 PRA-IMAGEM-NOVA            PIC X(222).
002020 WORKING-STORAGE SECTION.
002030 77 WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
002040 77 WS-PROT-STATUS              PIC X(02) VALUE SPACES.
002050 77 WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
002060 77 WS-TURMA-STATUS             PIC X(02) VALUE SPACES.
002070 77 WS-HIST-STATUS              PIC X(02) VALUE SPACES.
002080 77 WS-REGIM-STATUS             PIC X(02) VALUE SPACES.
002090 77 WS-REJECT-STATUS            PIC X(02) VALUE SPACES.
002100 77 WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
002110 77 WS-EOF-SW                   PIC X(01) VALUE "N".
002120     88 FIM-DE-TRANSACOES               VALUE "S".
002130 77 WS-TRAILER-LIDO-SW          PIC X(01) VALUE "N".
002140     88 TRAILER-LIDO                    VALUE "S".
002150 77 WS-CONTROLE-OK-SW           PIC X(01) VALUE "S".
002160     88 CONTROLE-OK                     VALUE "S".
002170 77 WS-VALIDACAO-SW             PIC X(01) VALUE "S".
002180     88 VALIDACAO-OK                    VALUE "S".
002190 77 WS-REJ-MOTIVO               PIC X(02) VALUE SPACES.
002200 77 WS-DATA-EXECUCAO            PIC X(08) VALUE SPACES.
002210 77 WS-HORA-EXECUCAO            PIC X(08) VALUE SPACES.
002220 77 WS-DATA-REFERENCIA          PIC X(08) VALUE SPACES.
002230 77 WS-USUARIO                  PIC X(08) VALUE SPACES.
002240 77 WS-DATA-INFORMADA           PIC X(08) VALUE SPACES.
002250 77 WS-IMAGEM-ANTERIOR          PIC X(222) VALUE SPACES.
002260 77 WS-RGP-QTD                  PIC 9(03) COMP VALUE ZERO.
002270 77 WS-RGP-IX                   PIC 9(03) COMP VALUE ZERO.
002280 77 WS-RGP-LIMITE               PIC 9(03) COMP VALUE 100.
002290 77 WS-PRAZO-DIAS               PIC 9(03) VALUE ZEROS.
002300 77 WS-DIA-IX                   PIC 9(03) COMP VALUE ZERO.
002310 77 WS-DIAS-NO-MES              PIC 9(02) VALUE ZEROS.
002320 77 WS-QUOCIENTE                PIC 9(04) COMP VALUE ZERO.
002330 77 WS-RESTO-4                  PIC 9(03) COMP VALUE ZERO.
002340 77 WS-RESTO-100                PIC 9(03) COMP VALUE ZERO.
002350 77 WS-RESTO-400                PIC 9(03) COMP VALUE ZERO.
002360 77 WS-REGISTROS-LIDOS          PIC 9(07) COMP VALUE ZERO.
002370 77 WS-TRANS-APLICADAS          PIC 9(05) COMP VALUE ZERO.
002380 77 WS-ABERTURAS                PIC 9(05) COMP VALUE ZERO.
002390 77 WS-DEFERIMENTOS             PIC 9(05) COMP VALUE ZERO.
002400 77 WS-INDEFERIMENTOS           PIC 9(05) COMP VALUE ZERO.
002410 77 WS-DECISOES-FORA-PRAZO      PIC 9(05) COMP VALUE ZERO.
002420 77 WS-REJEITADAS               PIC 9(05) COMP VALUE ZERO.
002430*-----------------------------------------------------------*
002440*  DATA EM CALCULO (AAAAMMDD) E TABELA DE DIAS DO MES            *
002450*-----------------------------------------------------------*
002460 01 WS-DATA-CALCULO.
002470     05 WS-DC-ANO                  PIC 9(04).
002480     05 WS-DC-MES                  PIC 9(02).
002490     05 WS-DC-DIA                  PIC 9(02).
002500 01 WS-DATA-CALCULO-X REDEFINES WS-DATA-CALCULO PIC X(08).
002510 01 WS-TABELA-MESES.
002520     05 FILLER                     PIC X(24)
002530         VALUE "312831303130313130313031".
002540 01 WS-TABELA-MESES-R REDEFINES WS-TABELA-MESES.
002550     05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
002560*-----------------------------------------------------------*
002570*  PRAZO DE REVISAO POR VIGENCIA DO REGIMENTO                    *
002580*-----------------------------------------------------------*
002590 01 WS-REGRAS-PRAZO.
002600     05 RGP-ENT OCCURS 100 TIMES.
002610         10 RGP-PERIODO-INICIAL    PIC X(06).
002620         10 RGP-PRAZO-REVISAO      PIC 9(03).
002630 PROCEDURE DIVISION.
002640*-----------------------------------------------------------*
002650*  0000-MAINLINE                                            *
002660*-----------------------------------------------------------*
002670 0000-MAINLINE.
002680     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002690     PERFORM 1200-CONFERIR-CONTROLES THRU 1200-EXIT.
002700     PERFORM 2000-PROCESSAR-TRANSACAO THRU 2000-EXIT
002710         UNTIL FIM-DE-TRANSACOES.
002720     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002730     STOP RUN.
002740*-----------------------------------------------------------*
002750*  1000-INICIALIZAR - CARREGA OS PRAZOS DO REGIMENTO E ABRE      *
002760*                 OS ARQUIVOS; O CADASTRO DE PROTOCOLOS E        *
002770*                 CRIADO VAZIO QUANDO AINDA NAO EXISTE.          *
002780*                 STUDENTMASTER, TURMAMASTER E GRADEHIST SAO     *
002790*                 SO CONSULTADOS E TEM DE EXISTIR                *
002800*-----------------------------------------------------------*
002810 1000-INICIALIZAR.
002820     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
002830     ACCEPT WS-HORA-EXECUCAO FROM TIME.
002840     PERFORM 1100-CARREGAR-PRAZOS THRU 1100-EXIT.
002850     OPEN INPUT PROT-TRANS-FILE.
002860     IF WS-TRANS-STATUS NOT = "00"
002870         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
002880             "TRANSACOES PROTTRANS - STATUS: " WS-TRANS-STATUS
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF.
002920     OPEN INPUT STUDENT-MASTER-FILE.
002930     IF WS-MASTER-STATUS NOT = "00"
002940         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO "
002950             "MESTRE STUDENTMASTER - STATUS: " WS-MASTER-STATUS
002960         CLOSE PROT-TRANS-FILE
002970         MOVE 16 TO RETURN-CODE
002980         STOP RUN
002990     END-IF.
003000     OPEN INPUT TURMA-MASTER-FILE.
003010     IF WS-TURMA-STATUS NOT = "00"
003020         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO DE "
003030             "TURMAS TURMAMASTER - STATUS: " WS-TURMA-STATUS
003040         CLOSE PROT-TRANS-FILE
003050         CLOSE STUDENT-MASTER-FILE
003060         MOVE 16 TO RETURN-CODE
003070         STOP RUN
003080     END-IF.
003090     OPEN INPUT GRADE-HIST-FILE.
003100     IF WS-HIST-STATUS NOT = "00"
003110         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O HISTORICO "
003120             "GRADEHIST - STATUS: " WS-HIST-STATUS
003130         CLOSE PROT-TRANS-FILE
003140         CLOSE STUDENT-MASTER-FILE
003150         CLOSE TURMA-MASTER-FILE
003160         MOVE 16 TO RETURN-CODE
003170         STOP RUN
003180     END-IF.
003190     OPEN I-O PROT-REVISAO-FILE.
003200     IF WS-PROT-STATUS NOT = "00"
003210         OPEN OUTPUT PROT-REVISAO-FILE
003220         CLOSE PROT-REVISAO-FILE
003230         OPEN I-O PROT-REVISAO-FILE
003240     END-IF.
003250     IF WS-PROT-STATUS NOT = "00"
003260         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO DE "
003270             "PROTOCOLOS PROTREVISAO - STATUS: " WS-PROT-STATUS
003280         CLOSE PROT-TRANS-FILE
003290         CLOSE STUDENT-MASTER-FILE
003300         CLOSE TURMA-MASTER-FILE
003310         CLOSE GRADE-HIST-FILE
003320         MOVE 16 TO RETURN-CODE
003330         STOP RUN
003340     END-IF.
003350     OPEN OUTPUT PROT-REJECT-FILE.
003360     OPEN EXTEND PROT-AUDIT-FILE.
003370     IF WS-AUDIT-STATUS NOT = "00"
003380         OPEN OUTPUT PROT-AUDIT-FILE
003390         CLOSE PROT-AUDIT-FILE
003400         OPEN EXTEND PROT-AUDIT-FILE
003410     END-IF.
003420     DISPLAY "========= MANUTENCAO DOS PROTOCOLOS DE REVISAO ==".
003430 1000-EXIT.
003440     EXIT.
003450*-----------------------------------------------------------*
003460*  1100-CARREGAR-PRAZOS - GUARDA O PERIODO INICIAL E O PRAZO     *
003470*                 DE REVISAO DE CADA VIGENCIA DO REGIMENTO,      *
003480*                 EM ORDEM DE PERIODO; SEM NENHUMA REGRA NAO     *
003490*                 HA COMO CALCULAR O PRAZO E O LOTE NAO RODA     *
003500*-----------------------------------------------------------*
003510 1100-CARREGAR-PRAZOS.
003520     OPEN INPUT REGIMENTO-FILE.
003530     IF WS-REGIM-STATUS NOT = "00"
003540         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
003550             "REGRAS REGIMENTO - STATUS: " WS-REGIM-STATUS
003560         MOVE 16 TO RETURN-CODE
003570         STOP RUN
003580     END-IF.
003590 1100-LER.
003600     READ REGIMENTO-FILE NEXT RECORD
003610         AT END
003620             GO TO 1100-FECHAR
003630     END-READ.
003640     IF WS-RGP-QTD >= WS-RGP-LIMITE
003650         DISPLAY "ERRO: MAIS DE " WS-RGP-LIMITE " VIGENCIAS NO "
003660             "ARQUIVO REGIMENTO"
003670         CLOSE REGIMENTO-FILE
003680         MOVE 16 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710     ADD 1 TO WS-RGP-QTD.
003720     MOVE RGM-PERIODO-INICIAL TO RGP-PERIODO-INICIAL (WS-RGP-QTD).
003730     MOVE RGM-PRAZO-REVISAO   TO RGP-PRAZO-REVISAO (WS-RGP-QTD).
003740     GO TO 1100-LER.
003750 1100-FECHAR.
003760     CLOSE REGIMENTO-FILE.
003770     IF WS-RGP-QTD = 0
003780         DISPLAY "ERRO: ARQUIVO REGIMENTO SEM NENHUMA REGRA - "
003790             "PRAZO DE REVISAO INDEFINIDO"
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830 1100-EXIT.
003840     EXIT.
003850*-----------------------------------------------------------*
003860*  1200-CONFERIR-CONTROLES - PRIMEIRA PASSADA: CONFERE HEADER,   *
003870*                 TRAILER E QUANTIDADE DE DETALHES ANTES DE      *
003880*                 APLICAR QUALQUER TRANSACAO; LOTE COM CONTROLE  *
003890*                 DIVERGENTE ENCERRA COM RETURN-CODE 16. AO FIM, *
003900*                 O ARQUIVO E REABERTO E POSICIONADO NO PRIMEIRO *
003910*                 DETALHE PARA A SEGUNDA PASSADA                 *
003920*-----------------------------------------------------------*
003930 1200-CONFERIR-CONTROLES.
003940     READ PROT-TRANS-FILE
003950         AT END
003960             DISPLAY "ERRO: ARQUIVO PROTTRANS VAZIO - SEM "
003970                 "REGISTRO HEADER"
003980             PERFORM 8800-ABORTAR THRU 8800-EXIT
003990     END-READ.
004000     IF NOT PTR-REG-HEADER
004010         DISPLAY "ERRO: PRIMEIRO REGISTRO DO ARQUIVO "
004020             "PROTTRANS NAO E HEADER - TIPO LIDO: "
004030             PTR-TIPO-REGISTRO
004040         PERFORM 8800-ABORTAR THRU 8800-EXIT
004050     END-IF.
004060     MOVE PTH-DATA-REFERENCIA TO WS-DATA-REFERENCIA.
004070     MOVE PTH-USUARIO         TO WS-USUARIO.
004080     IF WS-DATA-REFERENCIA = SPACES
004090         MOVE WS-DATA-EXECUCAO TO WS-DATA-REFERENCIA
004100     END-IF.
004110     DISPLAY "LOTE DE PROTOCOLOS COM DATA DE REFERENCIA "
004120         WS-DATA-REFERENCIA " - USUARIO " WS-USUARIO.
004130 1200-CONTAR.
004140     READ PROT-TRANS-FILE
004150         AT END
004160             GO TO 1200-CONFERIR
004170     END-READ.
004180     IF PTR-REG-TRAILER
004190         SET TRAILER-LIDO TO TRUE
004200         IF PTT-QTD-REGISTROS NOT = WS-REGISTROS-LIDOS
004210             DISPLAY "ERRO: QUANTIDADE DE REGISTROS NAO CONFERE "
004220                 "COM O TRAILER DO ARQUIVO PROTTRANS"
004230             DISPLAY "   TRAILER .: " PTT-QTD-REGISTROS
004240             DISPLAY "   LIDOS ...: " WS-REGISTROS-LIDOS
004250             MOVE "N" TO WS-CONTROLE-OK-SW
004260         END-IF
004270         GO TO 1200-CONFERIR
004280     END-IF.
004290     IF NOT PTR-REG-DETALHE
004300         DISPLAY "ERRO: TIPO DE REGISTRO INVALIDO NO ARQUIVO "
004310             "PROTTRANS: " PTR-TIPO-REGISTRO
004320         MOVE "N" TO WS-CONTROLE-OK-SW
004330         GO TO 1200-CONTAR
004340     END-IF.
004350     ADD 1 TO WS-REGISTROS-LIDOS.
004360     GO TO 1200-CONTAR.
004370 1200-CONFERIR.
004380     IF NOT TRAILER-LIDO
004390         DISPLAY "ERRO: ARQUIVO PROTTRANS TERMINOU SEM "
004400             "REGISTRO TRAILER - POSSIVEL TRANSFERENCIA "
004410             "TRUNCADA"
004420         MOVE "N" TO WS-CONTROLE-OK-SW
004430     END-IF.
004440     IF NOT CONTROLE-OK
004450         DISPLAY "ERRO: CONTROLES DO ARQUIVO PROTTRANS NAO "
004460             "CONFEREM - NENHUMA TRANSACAO FOI APLICADA"
004470         PERFORM 8800-ABORTAR THRU 8800-EXIT
004480     END-IF.
004490     CLOSE PROT-TRANS-FILE.
004500     OPEN INPUT PROT-TRANS-FILE.
004510     READ PROT-TRANS-FILE
004520         AT END SET FIM-DE-TRANSACOES TO TRUE
004530     END-READ.
004540     PERFORM 2900-LER-TRANSACAO THRU 2900-EXIT.
004550 1200-EXIT.
004560     EXIT.
004570*-----------------------------------------------------------*
004580*  2000-PROCESSAR-TRANSACAO - CONFERE O NUMERO DO PROTOCOLO      *
004590*                 E APLICA A TRANSACAO CONFORME A OPERACAO:      *
004600*                 "A" ABERTURA, "D" DEFERIMENTO, "I"             *
004610*                 INDEFERIMENTO                                  *
004620*-----------------------------------------------------------*
004630 2000-PROCESSAR-TRANSACAO.
004640     IF PTR-NUMERO NOT NUMERIC
004650         OR PTR-NUMERO = 0
004660         DISPLAY "TRANSACAO REJEITADA - NUMERO DO PROTOCOLO "
004670             "INVALIDO: " PTR-NUMERO
004680         MOVE "NI" TO WS-REJ-MOTIVO
004690         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004700         GO TO 2000-PROXIMA-TRANSACAO
004710     END-IF
004720     IF PTR-DATA = SPACES
004730         MOVE WS-DATA-REFERENCIA TO WS-DATA-INFORMADA
004740     ELSE
004750         MOVE PTR-DATA TO WS-DATA-INFORMADA
004760     END-IF
004770     MOVE WS-DATA-INFORMADA TO WS-DATA-CALCULO-X
004780     PERFORM 7100-VALIDAR-DATA THRU 7100-EXIT
004790     IF NOT VALIDACAO-OK
004800         DISPLAY "TRANSACAO REJEITADA - PROTOCOLO: " PTR-NUMERO
004810             " DATA INVALIDA: " WS-DATA-INFORMADA
004820         MOVE "DI" TO WS-REJ-MOTIVO
004830         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004840         GO TO 2000-PROXIMA-TRANSACAO
004850     END-IF
004860     IF PTR-ABERTURA
004870         PERFORM 3000-ABRIR-PROTOCOLO THRU 3000-EXIT
004880         GO TO 2000-PROXIMA-TRANSACAO
004890     END-IF
004900     IF PTR-DEFERIMENTO OR PTR-INDEFERIMENTO
004910         PERFORM 4000-DECIDIR-PROTOCOLO THRU 4000-EXIT
004920         GO TO 2000-PROXIMA-TRANSACAO
004930     END-IF
004940     DISPLAY "TRANSACAO REJEITADA - PROTOCOLO: " PTR-NUMERO
004950         " OPERACAO INVALIDA: " PTR-OPERACAO
004960     MOVE "OI" TO WS-REJ-MOTIVO
004970     PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT.
004980 2000-PROXIMA-TRANSACAO.
004990     PERFORM 2900-LER-TRANSACAO THRU 2900-EXIT.
005000 2000-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------*
005030*  2500-VALIDAR-PEDIDO - CONFERE OS DADOS DA ABERTURA: ALUNO     *
005040*                 NO STUDENTMASTER, TURMA NO TURMAMASTER,        *
005050*                 AVALIACAO DENTRO DO PLANO DA TURMA, RESULTADO  *
005060*                 DO ALUNO NA TURMA E PERIODO NO GRADEHIST,      *
005070*                 SOLICITANTE INFORMADO E REGRA DO REGIMENTO     *
005080*                 VIGENTE NO PERIODO. MEDIA EXTERNA NAO TEM      *
005080*                 REVISAO AQUI                                   *
005090*-----------------------------------------------------------*
005100 2500-VALIDAR-PEDIDO.
005110     MOVE "S" TO WS-VALIDACAO-SW
005120     IF PTR-PERIODO-LETIVO = SPACES
005130         OR PTR-PERIODO-LETIVO (1:4) NOT NUMERIC
005140         DISPLAY "TRANSACAO REJEITADA - PROTOCOLO: " PTR-NUMERO
005150             " PERIODO LETIVO INVALIDO: " PTR-PERIODO-LETIVO
005160         MOVE "PI" TO WS-REJ-MOTIVO
005170         GO TO 2500-REJEITAR
005180     END-IF
005190     IF PTR-NOME = SPACES
005200         DISPLAY "TRANSACAO REJEITADA - PROTOCOLO: " PTR-NUMERO
005210             " SOLICITANTE EM BRANCO"
005220         MOVE "SB" TO WS-REJ-MOTIVO
005230         GO TO 2500-REJEITAR
005240     END-IF
005250     MOVE PTR-MATRICULA TO MST-MATRICULA
005260     READ STUDENT-MASTER-FILE
005270         INVALID KEY
005280             DISPLAY "TRANSACAO REJEITADA - PROTOCOLO: "
005290                 PTR-NUMERO " MATRICULA NAO CONSTA NO "
005300                 "CADASTRO: " PTR-MATRICULA
005310             MOVE "MX" TO WS-REJ-MOTIVO
005320             GO TO 2500-REJEITAR
005330     END-READ
005340     MOVE PTR-TURMA TO TRM-TURMA
005350     READ TURMA-MASTER-FILE
005360         INVALID KEY
005370             DISPLAY "TRANSACAO REJEITADA - PROTOCOLO: "
005380                 PTR-NUMERO " TURMA INEXISTENTE: " PTR-TURMA
005390             MOVE "TI" TO WS-REJ-MOTIVO
005400             GO TO 2500-REJEITAR
005410     END-READ
005420     IF PTR-POSICAO NOT NUMERIC
005430         OR PTR-POSICAO < 1
005440         OR PTR-POSICAO > TRM-QTD-AVALIACOES
005450         DISPLAY "TRANSACAO REJEITADA - PROTOCOLO: " PTR-NUMERO
005460             " AVALIACAO FORA DO PLANO DA TURMA: " PTR-POSICAO
005470         MOVE "AV" TO WS-REJ-MOTIVO
005480         GO TO 2500-REJEITAR
005490     END-IF
005500     MOVE PTR-MATRICULA      TO GH-MATRICULA
005510     MOVE PTR-PERIODO-LETIVO TO GH-PERIODO-LETIVO
005520     MOVE PTR-TURMA          TO GH-TURMA
005530     READ GRADE-HIST-FILE
005540         INVALID KEY
005550             DISPLAY "TRANSACAO REJEITADA - PROTOCOLO: "
005560                 PTR-NUMERO " ALUNO SEM RESULTADO NA TURMA "
005570                 PTR-TURMA " NO PERIODO " PTR-PERIODO-LETIVO
005580             MOVE "SH" TO WS-REJ-MOTIVO
005590             GO TO 2500-REJEITAR
005600     END-READ
005601     IF GH-NOTA-EXTERNA
005602         DISPLAY "TRANSACAO REJEITADA - PROTOCOLO: " PTR-NUMERO
005603             " MEDIA EXTERNA - REVISAO E NA ESCOLA DE ORIGEM"
005604         MOVE "NE" TO WS-REJ-MOTIVO
005605         GO TO 2500-REJEITAR
005606     END-IF
005610     MOVE ZERO TO WS-PRAZO-DIAS
005620     PERFORM 2550-PROCURAR-PRAZO THRU 2550-EXIT
005630         VARYING WS-RGP-IX FROM 1 BY 1
005640         UNTIL WS-RGP-IX > WS-RGP-QTD
005650     IF WS-PRAZO-DIAS = 0
005660         DISPLAY "TRANSACAO REJEITADA - PROTOCOLO: " PTR-NUMERO
005670             " SEM PRAZO DE REVISAO NO REGIMENTO VIGENTE NO "
005680             "PERIODO " PTR-PERIODO-LETIVO
005690         MOVE "RV" TO WS-REJ-MOTIVO
005700         GO TO 2500-REJEITAR
005710     END-IF
005720     GO TO 2500-EXIT.
005730 2500-REJEITAR.
005740     PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
005750     MOVE "N" TO WS-VALIDACAO-SW.
005760 2500-EXIT.
005770     EXIT.
005780*-----------------------------------------------------------*
005790*  2550-PROCURAR-PRAZO - GUARDA O PRAZO DA ULTIMA VIGENCIA       *
005800*                 CUJO PERIODO INICIAL VEM ATE O PERIODO DO      *
005810*                 PEDIDO (A TABELA ESTA EM ORDEM DE PERIODO)     *
005820*-----------------------------------------------------------*
005830 2550-PROCURAR-PRAZO.
005840     IF RGP-PERIODO-INICIAL (WS-RGP-IX) NOT > PTR-PERIODO-LETIVO
005850         MOVE RGP-PRAZO-REVISAO (WS-RGP-IX) TO WS-PRAZO-DIAS
005860     END-IF.
005870 2550-EXIT.
005880     EXIT.
005890*-----------------------------------------------------------*
005900*  2900-LER-TRANSACAO - LE O PROXIMO REGISTRO DE DETALHE DO      *
005910*                 ARQUIVO PROTTRANS; O TRAILER (JA CONFERIDO     *
005920*                 NA PRIMEIRA PASSADA) ENCERRA A LEITURA         *
005930*-----------------------------------------------------------*
005940 2900-LER-TRANSACAO.
005950     READ PROT-TRANS-FILE
005960         AT END
005970             SET FIM-DE-TRANSACOES TO TRUE
005980             GO TO 2900-EXIT
005990     END-READ.
006000     IF PTR-REG-TRAILER
006010         SET FIM-DE-TRANSACOES TO TRUE
006020         GO TO 2900-EXIT
006030     END-IF.
006040     IF NOT PTR-REG-DETALHE
006050         GO TO 2900-LER-TRANSACAO
006060     END-IF.
006070 2900-EXIT.
006080     EXIT.
006090*-----------------------------------------------------------*
006100*  3000-ABRIR-PROTOCOLO - INCLUI UM PEDIDO DE REVISAO COM        *
006110*                 SITUACAO ABERTO E PRAZO = DATA DE ENTRADA +    *
006120*                 PRAZO DE REVISAO DO REGIMENTO; NUMERO JA       *
006130*                 CADASTRADO E REJEITADO                         *
006140*-----------------------------------------------------------*
006150 3000-ABRIR-PROTOCOLO.
006160     PERFORM 2500-VALIDAR-PEDIDO THRU 2500-EXIT
006170     IF NOT VALIDACAO-OK
006180         GO TO 3000-EXIT
006190     END-IF
006200     MOVE WS-DATA-INFORMADA TO WS-DATA-CALCULO-X
006210     PERFORM 7000-AVANCAR-DIA THRU 7000-EXIT
006220         VARYING WS-DIA-IX FROM 1 BY 1
006230         UNTIL WS-DIA-IX > WS-PRAZO-DIAS
006240     MOVE SPACES              TO PROT-REVISAO-RECORD
006250     MOVE PTR-NUMERO          TO PRT-NUMERO
006260     MOVE PTR-MATRICULA       TO PRT-MATRICULA
006270     MOVE PTR-TURMA           TO PRT-TURMA
006280     MOVE PTR-PERIODO-LETIVO  TO PRT-PERIODO-LETIVO
006290     MOVE PTR-POSICAO         TO PRT-POSICAO
006300     MOVE PTR-NOME            TO PRT-SOLICITANTE
006310     MOVE PTR-TEXTO           TO PRT-JUSTIFICATIVA
006320     MOVE WS-DATA-INFORMADA   TO PRT-DATA-ENTRADA
006330     MOVE WS-DATA-CALCULO-X   TO PRT-PRAZO
006340     MOVE "A"                 TO PRT-SITUACAO
006350     MOVE ZEROS               TO PRT-NOTA-NOVA
006360     WRITE PROT-REVISAO-RECORD
006370         INVALID KEY
006380             DISPLAY "TRANSACAO REJEITADA - PROTOCOLO: "
006390                 PTR-NUMERO " JA CONSTA NO CADASTRO"
006400             MOVE "ND" TO WS-REJ-MOTIVO
006410             PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
006420             GO TO 3000-EXIT
006430     END-WRITE
006440     ADD 1 TO WS-ABERTURAS
006450     ADD 1 TO WS-TRANS-APLICADAS
006460     MOVE SPACES TO WS-IMAGEM-ANTERIOR
006470     PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT
006480     DISPLAY "PROTOCOLO ABERTO ......: " PRT-NUMERO " "
006490         PRT-MATRICULA " " MST-NOME-OFICIAL
006500     DISPLAY "   TURMA " PRT-TURMA " PERIODO " PRT-PERIODO-LETIVO
006510         " AVALIACAO " PRT-POSICAO " - PRAZO " PRT-PRAZO.
006520 3000-EXIT.
006530     EXIT.
006540*-----------------------------------------------------------*
006550*  4000-DECIDIR-PROTOCOLO - REGISTRA A DECISAO DE UM             *
006560*                 PROTOCOLO ABERTO: RESPONSAVEL, DATA E          *
006570*                 PARECER; O DEFERIMENTO TRAZ A NOTA CONCEDIDA   *
006580*                 (0-100). PROTOCOLO JA DECIDIDO E REJEITADO     *
006590*-----------------------------------------------------------*
006600 4000-DECIDIR-PROTOCOLO.
006610     MOVE PTR-NUMERO TO PRT-NUMERO
006620     READ PROT-REVISAO-FILE
006630         INVALID KEY
006640             DISPLAY "TRANSACAO REJEITADA - PROTOCOLO: "
006650                 PTR-NUMERO " NAO CONSTA NO CADASTRO"
006660             MOVE "NX" TO WS-REJ-MOTIVO
006670             PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
006680             GO TO 4000-EXIT
006690     END-READ
006700     IF NOT PRT-ABERTO
006710         DISPLAY "TRANSACAO REJEITADA - PROTOCOLO: " PTR-NUMERO
006720             " JA DECIDIDO - SITUACAO: " PRT-SITUACAO
006730             " EM " PRT-DATA-DECISAO
006740         MOVE "JD" TO WS-REJ-MOTIVO
006750         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
006760         GO TO 4000-EXIT
006770     END-IF
006780     IF PTR-NOME = SPACES
006790         DISPLAY "TRANSACAO REJEITADA - PROTOCOLO: " PTR-NUMERO
006800             " RESPONSAVEL PELA DECISAO EM BRANCO"
006810         MOVE "RB" TO WS-REJ-MOTIVO
006820         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
006830         GO TO 4000-EXIT
006840     END-IF
006850     IF PTR-DEFERIMENTO
006860         IF PTR-NOTA-NOVA NOT NUMERIC
006870             OR PTR-NOTA-NOVA > 100
006880             DISPLAY "TRANSACAO REJEITADA - PROTOCOLO: "
006890                 PTR-NUMERO " NOTA DEFERIDA FORA DA FAIXA "
006900                 "0-100: " PTR-NOTA-NOVA
006910             MOVE "NF" TO WS-REJ-MOTIVO
006920             PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
006930             GO TO 4000-EXIT
006940         END-IF
006950     END-IF
006960     IF WS-DATA-INFORMADA < PRT-DATA-ENTRADA
006970         DISPLAY "TRANSACAO REJEITADA - PROTOCOLO: " PTR-NUMERO
006980             " DATA DA DECISAO " WS-DATA-INFORMADA
006990             " ANTERIOR A ENTRADA " PRT-DATA-ENTRADA
007000         MOVE "DA" TO WS-REJ-MOTIVO
007010         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
007020         GO TO 4000-EXIT
007030     END-IF
007040     MOVE PROT-REVISAO-RECORD TO WS-IMAGEM-ANTERIOR
007050     MOVE PTR-NOME          TO PRT-RESPONSAVEL
007060     MOVE WS-DATA-INFORMADA TO PRT-DATA-DECISAO
007070     MOVE PTR-TEXTO         TO PRT-PARECER
007080     IF PTR-DEFERIMENTO
007090         MOVE "D"           TO PRT-SITUACAO
007100         MOVE PTR-NOTA-NOVA TO PRT-NOTA-NOVA
007110         ADD 1 TO WS-DEFERIMENTOS
007120     ELSE
007130         MOVE "I"           TO PRT-SITUACAO
007140         MOVE ZEROS         TO PRT-NOTA-NOVA
007150         ADD 1 TO WS-INDEFERIMENTOS
007160     END-IF
007170     REWRITE PROT-REVISAO-RECORD
007170         INVALID KEY
007170             DISPLAY "ERRO: FALHA AO REGRAVAR A DECISAO DO "
007170                 "PROTOCOLO " PTR-NUMERO " - STATUS: "
007170                 WS-PROT-STATUS
007170             PERFORM 8800-ABORTAR THRU 8800-EXIT
007170     END-REWRITE
007180     ADD 1 TO WS-TRANS-APLICADAS
007190     PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT
007200     IF PRT-DEFERIDO
007210         DISPLAY "PROTOCOLO DEFERIDO ....: " PRT-NUMERO " "
007220             PRT-MATRICULA " NOTA CONCEDIDA " PRT-NOTA-NOVA
007230     ELSE
007240         DISPLAY "PROTOCOLO INDEFERIDO ..: " PRT-NUMERO " "
007250             PRT-MATRICULA
007260     END-IF
007270     IF PRT-DATA-DECISAO > PRT-PRAZO
007280         ADD 1 TO WS-DECISOES-FORA-PRAZO
007290         DISPLAY "AVISO: PROTOCOLO " PRT-NUMERO " DECIDIDO EM "
007300             PRT-DATA-DECISAO " - PRAZO REGIMENTAL VENCIDO EM "
007310             PRT-PRAZO
007320     END-IF.
007330 4000-EXIT.
007340     EXIT.
007350*-----------------------------------------------------------*
007360*  6000-GRAVA-TRILHA - GRAVA NA TRILHA DE ALTERACOES QUEM        *
007370*                 MUDOU O QUE: USUARIO DO HEADER, OPERACAO E     *
007380*                 AS IMAGENS ANTERIOR E NOVA DO PROTOCOLO.       *
007390*                 WS-IMAGEM-ANTERIOR DEVE ESTAR CARREGADA        *
007400*                 ANTES DO PERFORM (BRANCOS NA ABERTURA)         *
007410*-----------------------------------------------------------*
007420 6000-GRAVA-TRILHA.
007430     MOVE WS-DATA-EXECUCAO    TO PRA-DATA-EXECUCAO
007440     MOVE WS-HORA-EXECUCAO    TO PRA-HORA-EXECUCAO
007450     MOVE WS-USUARIO          TO PRA-USUARIO
007460     MOVE PTR-OPERACAO        TO PRA-OPERACAO
007470     MOVE WS-IMAGEM-ANTERIOR  TO PRA-IMAGEM-ANTERIOR
007480     MOVE PROT-REVISAO-RECORD TO PRA-IMAGEM-NOVA
007490     WRITE PROT-AUDIT-RECORD.
007500 6000-EXIT.
007510     EXIT.
007520*-----------------------------------------------------------*
007530*  6800-GRAVA-REJEITO - GRAVA NO ARQUIVO PROTREJ A IMAGEM        *
007540*                 ORIGINAL DA TRANSACAO E O MOTIVO DA REJEICAO.  *
007550*                 MOTIVOS:                                       *
007560*                 NI = NUMERO DO PROTOCOLO INVALIDO              *
007570*                 DI = DATA DE ENTRADA OU DE DECISAO INVALIDA    *
007580*                 OI = OPERACAO INVALIDA                         *
007590*                 PI = PERIODO LETIVO INVALIDO                   *
007600*                 SB = SOLICITANTE EM BRANCO                     *
007610*                 MX = MATRICULA NAO CADASTRADA                  *
007620*                 TI = TURMA INEXISTENTE                         *
007630*                 AV = AVALIACAO FORA DO PLANO DA TURMA          *
007640*                 SH = ALUNO SEM RESULTADO NA TURMA/PERIODO      *
007640*                 NE = MEDIA EXTERNA, REVISAO NA ESCOLA DE ORIGEM*
007650*                 RV = SEM PRAZO DE REVISAO NO REGIMENTO         *
007660*                 ND = PROTOCOLO JA CADASTRADO NA ABERTURA       *
007670*                 NX = PROTOCOLO NAO CADASTRADO NA DECISAO       *
007680*                 JD = PROTOCOLO JA DECIDIDO                     *
007690*                 RB = RESPONSAVEL PELA DECISAO EM BRANCO        *
007700*                 NF = NOTA DEFERIDA FORA DA FAIXA 0-100         *
007710*                 DA = DECISAO ANTERIOR A DATA DE ENTRADA        *
007720*-----------------------------------------------------------*
007730 6800-GRAVA-REJEITO.
007740     MOVE SPACES TO PROT-REJECT-RECORD
007750     MOVE PROT-TRANS-RECORD TO REJ-REGISTRO-ORIGINAL
007760     MOVE WS-REJ-MOTIVO     TO REJ-MOTIVO
007770     WRITE PROT-REJECT-RECORD
007780     ADD 1 TO WS-REJEITADAS.
007790 6800-EXIT.
007800     EXIT.
007810*-----------------------------------------------------------*
007820*  7000-AVANCAR-DIA - SOMA UM DIA A DATA EM WS-DATA-CALCULO,     *
007830*                 VIRANDO O MES E O ANO                          *
007840*-----------------------------------------------------------*
007850 7000-AVANCAR-DIA.
007860     PERFORM 7200-DIAS-DO-MES THRU 7200-EXIT
007870     ADD 1 TO WS-DC-DIA
007880     IF WS-DC-DIA > WS-DIAS-NO-MES
007890         MOVE 1 TO WS-DC-DIA
007900         ADD 1 TO WS-DC-MES
007910         IF WS-DC-MES > 12
007920             MOVE 1 TO WS-DC-MES
007930             ADD 1 TO WS-DC-ANO
007940         END-IF
007950     END-IF.
007960 7000-EXIT.
007970     EXIT.
007980*-----------------------------------------------------------*
007990*  7100-VALIDAR-DATA - CONFERE A DATA AAAAMMDD EM                *
008000*                 WS-DATA-CALCULO: NUMERICA, MES 01-12 E DIA     *
008010*                 DENTRO DO MES (FEVEREIRO COM 29 NO ANO         *
008020*                 BISSEXTO)                                      *
008030*-----------------------------------------------------------*
008040 7100-VALIDAR-DATA.
008050     MOVE "S" TO WS-VALIDACAO-SW
008060     IF WS-DATA-CALCULO-X NOT NUMERIC
008070         MOVE "N" TO WS-VALIDACAO-SW
008080         GO TO 7100-EXIT
008090     END-IF
008100     IF WS-DC-MES < 1 OR WS-DC-MES > 12
008110         MOVE "N" TO WS-VALIDACAO-SW
008120         GO TO 7100-EXIT
008130     END-IF
008140     PERFORM 7200-DIAS-DO-MES THRU 7200-EXIT
008150     IF WS-DC-DIA < 1 OR WS-DC-DIA > WS-DIAS-NO-MES
008160         MOVE "N" TO WS-VALIDACAO-SW
008170     END-IF.
008180 7100-EXIT.
008190     EXIT.
008200*-----------------------------------------------------------*
008210*  7200-DIAS-DO-MES - QUANTIDADE DE DIAS DO MES DA DATA EM       *
008220*                 WS-DATA-CALCULO; ANO BISSEXTO E O DIVISIVEL    *
008230*                 POR 4, EXCETO O SECULAR NAO DIVISIVEL POR      *
008240*                 400                                            *
008250*-----------------------------------------------------------*
008260 7200-DIAS-DO-MES.
008270     MOVE WS-DIAS-MES (WS-DC-MES) TO WS-DIAS-NO-MES
008280     IF WS-DC-MES NOT = 2
008290         GO TO 7200-EXIT
008300     END-IF
008310     DIVIDE WS-DC-ANO BY 4 GIVING WS-QUOCIENTE
008320         REMAINDER WS-RESTO-4
008330     DIVIDE WS-DC-ANO BY 100 GIVING WS-QUOCIENTE
008340         REMAINDER WS-RESTO-100
008350     DIVIDE WS-DC-ANO BY 400 GIVING WS-QUOCIENTE
008360         REMAINDER WS-RESTO-400
008370     IF WS-RESTO-4 = 0
008380         AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
008390         MOVE 29 TO WS-DIAS-NO-MES
008400     END-IF.
008410 7200-EXIT.
008420     EXIT.
008430*-----------------------------------------------------------*
008440*  8800-ABORTAR - FECHA OS ARQUIVOS E ENCERRA COM RETURN-CODE 16 *
008450*-----------------------------------------------------------*
008460 8800-ABORTAR.
008470     CLOSE PROT-TRANS-FILE
008480     CLOSE PROT-REVISAO-FILE
008490     CLOSE STUDENT-MASTER-FILE
008500     CLOSE TURMA-MASTER-FILE
008510     CLOSE GRADE-HIST-FILE
008520     CLOSE PROT-REJECT-FILE
008530     CLOSE PROT-AUDIT-FILE
008540     MOVE 16 TO RETURN-CODE
008550     STOP RUN.
008560 8800-EXIT.
008570     EXIT.
008580*-----------------------------------------------------------*
008590*  9000-FINALIZAR - EMITE O RESUMO DA MANUTENCAO E FECHA OS      *
008600*                 ARQUIVOS                                       *
008610*-----------------------------------------------------------*
008620 9000-FINALIZAR.
008630     DISPLAY "=================================================="
008640     DISPLAY "TRANSACOES DE DETALHE .: " WS-REGISTROS-LIDOS
008650     DISPLAY "TRANSACOES APLICADAS ..: " WS-TRANS-APLICADAS
008660     DISPLAY "PROTOCOLOS ABERTOS ....: " WS-ABERTURAS
008670     DISPLAY "PROTOCOLOS DEFERIDOS ..: " WS-DEFERIMENTOS
008680     DISPLAY "PROTOCOLOS INDEFERIDOS : " WS-INDEFERIMENTOS
008690     DISPLAY "DECIDIDOS FORA DO PRAZO: " WS-DECISOES-FORA-PRAZO
008700     DISPLAY "TRANSACOES REJEITADAS .: " WS-REJEITADAS
008710     IF WS-REJEITADAS > 0
008720         MOVE 8 TO RETURN-CODE
008730     END-IF
008740     CLOSE PROT-TRANS-FILE
008750     CLOSE PROT-REVISAO-FILE
008760     CLOSE STUDENT-MASTER-FILE
008770     CLOSE TURMA-MASTER-FILE
008780     CLOSE GRADE-HIST-FILE
008790     CLOSE PROT-REJECT-FILE
008800     CLOSE PROT-AUDIT-FILE.
008810 9000-EXIT.
008820     EXIT.
008830 END PROGRAM MANUTENCAO-PROTOCOLOS.
