000100*****************************************************************
000110* PROGRAM-ID : MANUTENCAO-ENTURMACAO
000120* AUTHOR     : CARLISE DEBONA
000130* INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS
000140* DATE-WRITTEN: 14/10/2026
000150* PURPOSE    : MANUTENCAO EM LOTE DO CADASTRO DE ENTURMACAO
000160*              (ENTURMACAO, INDEXADO POR PERIODO LETIVO + TURMA +
000170*              MATRICULA), QUE DIZ QUAIS ALUNOS DEVEM TER NOTA EM
000180*              CADA TURMA. AS TRANSACOES VEM DO ARQUIVO ENTURTRANS
000190*              (INCLUSAO, REMANEJAMENTO PARA OUTRA TURMA E
000200*              DESLIGAMENTO), COM REGISTRO HEADER/TRAILER DE
000210*              CONTROLE COMO O MASTERTRANS. A MATRICULA E
000220*              CONFERIDA NO STUDENTMASTER E A TURMA NO
000230*              TURMAMASTER. TRANSACAO INVALIDA E REJEITADA COM
000240*              A IMAGEM ORIGINAL E O MOTIVO NO ARQUIVO ENTURREJ,
000250*              E CADA ALTERACAO APLICADA GRAVA UMA TRILHA COM A
000260*              SITUACAO ANTERIOR E A NOVA (ENTURAUDIT), COM O
000270*              USUARIO DO HEADER.
000280*****************************************************************
000290* MODIFICATION HISTORY
000300* -----------------------------------------------------------
000310* DATE       INIT DESCRIPTION
000320* 14/10/2026 CD   VERSAO INICIAL. O LOTE E LIDO DUAS VEZES COMO
000330*                 NO MANUTENCAO-ALUNOS: A PRIMEIRA SO CONFERE
000340*                 HEADER E TRAILER E A SEGUNDA APLICA AS
000350*                 TRANSACOES. O ENTURMADO NUNCA E EXCLUIDO:
000360*                 REMANEJAMENTO E DESLIGAMENTO SO MUDAM A
000370*                 SITUACAO, PARA O HISTORICO DA TURMA CONTINUAR
000380*                 COMPLETO.
000380* 15/10/2026 CD   O TURMAMASTER GANHOU A QUANTIDADE DE AULAS
000380*                 PREVISTAS NO PERIODO LETIVO
000380*                 (TRM-AULAS-PREVISTAS); O REGISTRO PASSA DE 70
000380*                 PARA 73 BYTES.
000380* 15/10/2026 CD   O TURMAMASTER GRAVADO NO LEIAUTE ANTERIOR
000380*                 PRECISA DE CONVERSAO UNICA DE LEIAUTE
000380*                 (CONVERSAO-LEIAUTE) ANTES DO PRIMEIRO LOTE COM
000380*                 ESTA VERSAO.
000380* 15/10/2026 CD   FALHA NA LEITURA, GRAVACAO OU REGRAVACAO DO
000380*                 ENTURMACAO DURANTE A INCLUSAO, O REMANEJAMENTO
000380*                 OU O DESLIGAMENTO ENCERRA O PROCESSAMENTO COM
000380*                 RETURN-CODE 16, ANTES DA TRILHA E DOS TOTAIS.
000390* -----------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. MANUTENCAO-ENTURMACAO.
000420 AUTHOR. CARLISE DEBONA.
000430 INSTALLATION. SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS.
000440 DATE-WRITTEN. 14/10/2026.
000450 DATE-COMPILED.
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ENTUR-TRANS-FILE ASSIGN TO "ENTURTRANS"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-TRANS-STATUS.
000520     SELECT ENTURMACAO-FILE ASSIGN TO "ENTURMACAO"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS ENT-CHAVE
000560         FILE STATUS IS WS-ENTUR-STATUS.
000570     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTMASTER"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS MST-MATRICULA
000610         FILE STATUS IS WS-MASTER-STATUS.
000620     SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMASTER"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS TRM-TURMA
000660         FILE STATUS IS WS-TURMA-STATUS.
000670     SELECT ENTUR-REJECT-FILE ASSIGN TO "ENTURREJ"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-REJECT-STATUS.
000700     SELECT ENTUR-AUDIT-FILE ASSIGN TO "ENTURAUDIT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-AUDIT-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  ENTUR-TRANS-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  ENTUR-TRANS-RECORD.
000780     05 ETR-TIPO-REGISTRO          PIC X(01).
000790         88 ETR-REG-HEADER                   VALUE "H".
000800         88 ETR-REG-DETALHE                  VALUE "D".
000810         88 ETR-REG-TRAILER                  VALUE "T".
000820     05 ETR-OPERACAO               PIC X(01).
000830         88 ETR-INCLUSAO                     VALUE "I".
000840         88 ETR-REMANEJAMENTO                VALUE "R".
000850         88 ETR-DESLIGAMENTO                 VALUE "D".
000860     05 ETR-PERIODO-LETIVO         PIC X(06).
000870     05 ETR-TURMA                  PIC X(06).
000880     05 ETR-MATRICULA              PIC X(09).
000890     05 ETR-TURMA-DESTINO          PIC X(06).
000900 01  ENTUR-TRANS-HEADER.
000910     05 ETH-TIPO-REGISTRO          PIC X(01).
000920     05 ETH-DATA-REFERENCIA        PIC X(08).
000930     05 ETH-USUARIO                PIC X(08).
000940 01  ENTUR-TRANS-TRAILER.
000950     05 ETT-TIPO-REGISTRO          PIC X(01).
000960     05 ETT-QTD-REGISTROS          PIC 9(07).
000970 FD  ENTURMACAO-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  ENTURMACAO-RECORD.
001000     05 ENT-CHAVE.
001010         10 ENT-PERIODO-LETIVO     PIC X(06).
001020         10 ENT-TURMA              PIC X(06).
001030         10 ENT-MATRICULA          PIC X(09).
001040     05 ENT-SITUACAO               PIC X(01).
001050         88 ENT-ATIVA                        VALUE "A".
001060         88 ENT-REMANEJADA                   VALUE "R".
001070         88 ENT-DESLIGADA                    VALUE "D".
001080     05 ENT-DATA-INCLUSAO          PIC X(08).
001090     05 ENT-DATA-SAIDA             PIC X(08).
001100     05 ENT-TURMA-ORIGEM           PIC X(06).
001110     05 ENT-TURMA-DESTINO          PIC X(06).
001120 FD  STUDENT-MASTER-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  STUDENT-MASTER-RECORD.
001150     05 MST-MATRICULA              PIC X(09).
001160     05 MST-NOME-OFICIAL           PIC X(30).
001170     05 MST-STATUS-MATRICULA       PIC X(01).
001180         88 MATRICULA-ATIVA                  VALUE "A".
001190         88 MATRICULA-INATIVA                VALUE "I".
001200         88 MATRICULA-CANCELADA              VALUE "C".
001210 FD  TURMA-MASTER-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  TURMA-MASTER-RECORD.
001240     05 TRM-TURMA                  PIC X(06).
001250     05 TRM-NOME-DISCIPLINA        PIC X(30).
001260     05 TRM-PROFESSOR              PIC X(30).
001270     05 TRM-QTD-AVALIACOES         PIC 9(02).
001280     05 TRM-USA-PESO-OBRIG         PIC X(01).
001290     05 TRM-STATUS-TURMA           PIC X(01).
001300         88 TURMA-ATIVA                      VALUE "A".
001310         88 TURMA-ENCERRADA                  VALUE "E".
001310     05 TRM-AULAS-PREVISTAS        PIC 9(03).
001320 FD  ENTUR-REJECT-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 01  ENTUR-REJECT-RECORD.
001350     05 REJ-REGISTRO-ORIGINAL      PIC X(29).
001360     05 REJ-MOTIVO                 PIC X(02).
001370 FD  ENTUR-AUDIT-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  ENTUR-AUDIT-RECORD.
001400     05 ENA-DATA-EXECUCAO          PIC X(08).
001410     05 ENA-HORA-EXECUCAO          PIC X(08).
001420     05 ENA-USUARIO                PIC X(08).
001430     05 ENA-OPERACAO               PIC X(01).
001440     05 ENA-PERIODO-LETIVO         PIC X(06).
001450     05 ENA-TURMA                  PIC X(06).
001460     05 ENA-MATRICULA              PIC X(09).
001470     05 ENA-SITUACAO-ANTERIOR      PIC X(01).
001480     05 ENA-SITUACAO-NOVA          PIC X(01).
001490     05 ENA-TURMA-RELACIONADA      PIC X(06).
001500 WORKING-STORAGE SECTION.
001510 77 WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
001520 77 WS-ENTUR-STATUS             PIC X(02) VALUE SPACES.
001530 77 WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
001540 77 WS-TURMA-STATUS             PIC X(02) VALUE SPACES.
001550 77 WS-REJECT-STATUS            PIC X(02) VALUE SPACES.
001560 77 WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001570 77 WS-EOF-SW                   PIC X(01) VALUE "N".
001580     88 FIM-DE-TRANSACOES               VALUE "S".
001590 77 WS-TRAILER-LIDO-SW          PIC X(01) VALUE "N".
001600     88 TRAILER-LIDO                    VALUE "S".
001610 77 WS-CONTROLE-OK-SW           PIC X(01) VALUE "S".
001620     88 CONTROLE-OK                     VALUE "S".
001630 77 WS-VALIDACAO-SW             PIC X(01) VALUE "S".
001640     88 VALIDACAO-OK                    VALUE "S".
001650 77 WS-REJ-MOTIVO               PIC X(02) VALUE SPACES.
001660 77 WS-DATA-EXECUCAO            PIC X(08) VALUE SPACES.
001670 77 WS-HORA-EXECUCAO            PIC X(08) VALUE SPACES.
001680 77 WS-DATA-REFERENCIA          PIC X(08) VALUE SPACES.
001690 77 WS-USUARIO                  PIC X(08) VALUE SPACES.
001700 77 WS-TURMA-VALIDAR            PIC X(06) VALUE SPACES.
001710 77 WS-SITUACAO-ANTERIOR        PIC X(01) VALUE SPACE.
001720 77 WS-REGISTROS-LIDOS          PIC 9(07) COMP VALUE ZERO.
001730 77 WS-TRANS-APLICADAS          PIC 9(05) COMP VALUE ZERO.
001740 77 WS-INCLUSOES                PIC 9(05) COMP VALUE ZERO.
001750 77 WS-REATIVACOES              PIC 9(05) COMP VALUE ZERO.
001760 77 WS-REMANEJAMENTOS           PIC 9(05) COMP VALUE ZERO.
001770 77 WS-DESLIGAMENTOS            PIC 9(05) COMP VALUE ZERO.
001780 77 WS-REJEITADAS               PIC 9(05) COMP VALUE ZERO.
001790 PROCEDURE DIVISION.
001800*-----------------------------------------------------------*
001810*  0000-MAINLINE                                            *
001820*-----------------------------------------------------------*
001830 0000-MAINLINE.
001840     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001850     PERFORM 1200-CONFERIR-CONTROLES THRU 1200-EXIT.
001860     PERFORM 2000-PROCESSAR-TRANSACAO THRU 2000-EXIT
001870         UNTIL FIM-DE-TRANSACOES.
001880     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001890     STOP RUN.
001900*-----------------------------------------------------------*
001910*  1000-INICIALIZAR - ABRE OS ARQUIVOS; O CADASTRO DE            *
001920*                 ENTURMACAO E CRIADO VAZIO QUANDO AINDA NAO     *
001930*                 EXISTE. STUDENTMASTER E TURMAMASTER SAO SO     *
001940*                 CONSULTADOS E TEM DE EXISTIR                   *
001950*-----------------------------------------------------------*
001960 1000-INICIALIZAR.
001970     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
001980     ACCEPT WS-HORA-EXECUCAO FROM TIME.
001990     OPEN INPUT ENTUR-TRANS-FILE.
002000     IF WS-TRANS-STATUS NOT = "00"
002010         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
002020             "TRANSACOES ENTURTRANS - STATUS: " WS-TRANS-STATUS
002030         MOVE 16 TO RETURN-CODE
002040         STOP RUN
002050     END-IF.
002060     OPEN INPUT STUDENT-MASTER-FILE.
002070     IF WS-MASTER-STATUS NOT = "00"
002080         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO "
002090             "MESTRE STUDENTMASTER - STATUS: " WS-MASTER-STATUS
002100         CLOSE ENTUR-TRANS-FILE
002110         MOVE 16 TO RETURN-CODE
002120         STOP RUN
002130     END-IF.
002140     OPEN INPUT TURMA-MASTER-FILE.
002150     IF WS-TURMA-STATUS NOT = "00"
002160         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO DE "
002170             "TURMAS TURMAMASTER - STATUS: " WS-TURMA-STATUS
002180         CLOSE ENTUR-TRANS-FILE
002190         CLOSE STUDENT-MASTER-FILE
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230     OPEN I-O ENTURMACAO-FILE.
002240     IF WS-ENTUR-STATUS NOT = "00"
002250         OPEN OUTPUT ENTURMACAO-FILE
002260         CLOSE ENTURMACAO-FILE
002270         OPEN I-O ENTURMACAO-FILE
002280     END-IF.
002290     IF WS-ENTUR-STATUS NOT = "00"
002300         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO DE "
002310             "ENTURMACAO - STATUS: " WS-ENTUR-STATUS
002320         CLOSE ENTUR-TRANS-FILE
002330         CLOSE STUDENT-MASTER-FILE
002340         CLOSE TURMA-MASTER-FILE
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380     OPEN OUTPUT ENTUR-REJECT-FILE.
002390     OPEN EXTEND ENTUR-AUDIT-FILE.
002400     IF WS-AUDIT-STATUS NOT = "00"
002410         OPEN OUTPUT ENTUR-AUDIT-FILE
002420         CLOSE ENTUR-AUDIT-FILE
002430         OPEN EXTEND ENTUR-AUDIT-FILE
002440     END-IF.
002450 1000-EXIT.
002460     EXIT.
002470*-----------------------------------------------------------*
002480*  1200-CONFERIR-CONTROLES - PRIMEIRA PASSADA: CONFERE HEADER,   *
002490*                 TRAILER E QUANTIDADE DE DETALHES ANTES DE      *
002500*                 APLICAR QUALQUER TRANSACAO; LOTE COM CONTROLE  *
002510*                 DIVERGENTE ENCERRA COM RETURN-CODE 16. AO FIM, *
002520*                 O ARQUIVO E REABERTO E POSICIONADO NO PRIMEIRO *
002530*                 DETALHE PARA A SEGUNDA PASSADA                 *
002540*-----------------------------------------------------------*
002550 1200-CONFERIR-CONTROLES.
002560     READ ENTUR-TRANS-FILE
002570         AT END
002580             DISPLAY "ERRO: ARQUIVO ENTURTRANS VAZIO - SEM "
002590                 "REGISTRO HEADER"
002600             PERFORM 8800-ABORTAR THRU 8800-EXIT
002610     END-READ.
002620     IF NOT ETR-REG-HEADER
002630         DISPLAY "ERRO: PRIMEIRO REGISTRO DO ARQUIVO "
002640             "ENTURTRANS NAO E HEADER - TIPO LIDO: "
002650             ETR-TIPO-REGISTRO
002660         PERFORM 8800-ABORTAR THRU 8800-EXIT
002670     END-IF.
002680     MOVE ETH-DATA-REFERENCIA TO WS-DATA-REFERENCIA.
002690     MOVE ETH-USUARIO         TO WS-USUARIO.
002700     DISPLAY "LOTE DE ENTURMACAO COM DATA DE REFERENCIA "
002710         WS-DATA-REFERENCIA " - USUARIO " WS-USUARIO.
002720 1200-CONTAR.
002730     READ ENTUR-TRANS-FILE
002740         AT END
002750             GO TO 1200-CONFERIR
002760     END-READ.
002770     IF ETR-REG-TRAILER
002780         SET TRAILER-LIDO TO TRUE
002790         IF ETT-QTD-REGISTROS NOT = WS-REGISTROS-LIDOS
002800             DISPLAY "ERRO: QUANTIDADE DE REGISTROS NAO CONFERE "
002810                 "COM O TRAILER DO ARQUIVO ENTURTRANS"
002820             DISPLAY "   TRAILER .: " ETT-QTD-REGISTROS
002830             DISPLAY "   LIDOS ...: " WS-REGISTROS-LIDOS
002840             MOVE "N" TO WS-CONTROLE-OK-SW
002850         END-IF
002860         GO TO 1200-CONFERIR
002870     END-IF.
002880     IF NOT ETR-REG-DETALHE
002890         DISPLAY "ERRO: TIPO DE REGISTRO INVALIDO NO ARQUIVO "
002900             "ENTURTRANS: " ETR-TIPO-REGISTRO
002910         MOVE "N" TO WS-CONTROLE-OK-SW
002920         GO TO 1200-CONTAR
002930     END-IF.
002940     ADD 1 TO WS-REGISTROS-LIDOS.
002950     GO TO 1200-CONTAR.
002960 1200-CONFERIR.
002970     IF NOT TRAILER-LIDO
002980         DISPLAY "ERRO: ARQUIVO ENTURTRANS TERMINOU SEM "
002990             "REGISTRO TRAILER - POSSIVEL TRANSFERENCIA "
003000             "TRUNCADA"
003010         MOVE "N" TO WS-CONTROLE-OK-SW
003020     END-IF.
003030     IF NOT CONTROLE-OK
003040         DISPLAY "ERRO: CONTROLES DO ARQUIVO ENTURTRANS NAO "
003050             "CONFEREM - NENHUMA TRANSACAO FOI APLICADA"
003060         PERFORM 8800-ABORTAR THRU 8800-EXIT
003070     END-IF.
003080     CLOSE ENTUR-TRANS-FILE.
003090     OPEN INPUT ENTUR-TRANS-FILE.
003100     READ ENTUR-TRANS-FILE
003110         AT END SET FIM-DE-TRANSACOES TO TRUE
003120     END-READ.
003130     PERFORM 2900-LER-TRANSACAO THRU 2900-EXIT.
003140 1200-EXIT.
003150     EXIT.
003160*-----------------------------------------------------------*
003170*  2000-PROCESSAR-TRANSACAO - CONFERE OS CAMPOS COMUNS E         *
003180*                 APLICA A TRANSACAO CONFORME A OPERACAO: "I"    *
003190*                 INCLUSAO, "R" REMANEJAMENTO, "D" DESLIGAMENTO  *
003200*-----------------------------------------------------------*
003210 2000-PROCESSAR-TRANSACAO.
003220     IF ETR-MATRICULA = SPACES
003230         DISPLAY "TRANSACAO REJEITADA - MATRICULA EM BRANCO"
003240         MOVE "MB" TO WS-REJ-MOTIVO
003250         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
003260         GO TO 2000-PROXIMA-TRANSACAO
003270     END-IF
003280     IF ETR-PERIODO-LETIVO = SPACES
003290         DISPLAY "TRANSACAO REJEITADA - MATRICULA: " ETR-MATRICULA
003300             " PERIODO LETIVO EM BRANCO"
003310         MOVE "PB" TO WS-REJ-MOTIVO
003320         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
003330         GO TO 2000-PROXIMA-TRANSACAO
003340     END-IF
003350     IF ETR-TURMA = SPACES
003360         DISPLAY "TRANSACAO REJEITADA - MATRICULA: " ETR-MATRICULA
003370             " TURMA EM BRANCO"
003380         MOVE "TB" TO WS-REJ-MOTIVO
003390         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
003400         GO TO 2000-PROXIMA-TRANSACAO
003410     END-IF
003420     IF ETR-INCLUSAO
003430         PERFORM 3000-INCLUIR-ALUNO THRU 3000-EXIT
003440         GO TO 2000-PROXIMA-TRANSACAO
003450     END-IF
003460     IF ETR-REMANEJAMENTO
003470         PERFORM 4000-REMANEJAR-ALUNO THRU 4000-EXIT
003480         GO TO 2000-PROXIMA-TRANSACAO
003490     END-IF
003500     IF ETR-DESLIGAMENTO
003510         PERFORM 5000-DESLIGAR-ALUNO THRU 5000-EXIT
003520         GO TO 2000-PROXIMA-TRANSACAO
003530     END-IF
003540     DISPLAY "TRANSACAO REJEITADA - MATRICULA: " ETR-MATRICULA
003550         " OPERACAO INVALIDA: " ETR-OPERACAO
003560     MOVE "OI" TO WS-REJ-MOTIVO
003570     PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT.
003580 2000-PROXIMA-TRANSACAO.
003590     PERFORM 2900-LER-TRANSACAO THRU 2900-EXIT.
003600 2000-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------*
003630*  2500-VALIDAR-MATRICULA - A MATRICULA TEM DE CONSTAR NO        *
003640*                 STUDENTMASTER E ESTAR ATIVA PARA SER ENTURMADA *
003650*                 OU REMANEJADA                                  *
003660*-----------------------------------------------------------*
003670 2500-VALIDAR-MATRICULA.
003680     MOVE "S" TO WS-VALIDACAO-SW
003690     MOVE ETR-MATRICULA TO MST-MATRICULA
003700     READ STUDENT-MASTER-FILE
003710         INVALID KEY
003720             DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
003730                 ETR-MATRICULA " NAO CONSTA NO CADASTRO"
003740             MOVE "MX" TO WS-REJ-MOTIVO
003750             PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
003760             MOVE "N" TO WS-VALIDACAO-SW
003770             GO TO 2500-EXIT
003780     END-READ
003790     IF NOT MATRICULA-ATIVA
003800         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
003810             ETR-MATRICULA " NAO ESTA ATIVA - STATUS: "
003820             MST-STATUS-MATRICULA
003830         MOVE "MI" TO WS-REJ-MOTIVO
003840         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
003850         MOVE "N" TO WS-VALIDACAO-SW
003860     END-IF.
003870 2500-EXIT.
003880     EXIT.
003890*-----------------------------------------------------------*
003900*  2600-VALIDAR-TURMA - A TURMA EM WS-TURMA-VALIDAR TEM DE       *
003910*                 CONSTAR NO TURMAMASTER E NAO ESTAR ENCERRADA   *
003920*-----------------------------------------------------------*
003930 2600-VALIDAR-TURMA.
003940     MOVE "S" TO WS-VALIDACAO-SW
003950     MOVE WS-TURMA-VALIDAR TO TRM-TURMA
003960     READ TURMA-MASTER-FILE
003970         INVALID KEY
003980             DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
003990                 ETR-MATRICULA " TURMA INEXISTENTE: "
004000                 WS-TURMA-VALIDAR
004010             MOVE "TI" TO WS-REJ-MOTIVO
004020             PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004030             MOVE "N" TO WS-VALIDACAO-SW
004040             GO TO 2600-EXIT
004050     END-READ
004060     IF TURMA-ENCERRADA
004070         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004080             ETR-MATRICULA " TURMA ENCERRADA: " WS-TURMA-VALIDAR
004090         MOVE "TE" TO WS-REJ-MOTIVO
004100         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004110         MOVE "N" TO WS-VALIDACAO-SW
004120     END-IF.
004130 2600-EXIT.
004140     EXIT.
004150*-----------------------------------------------------------*
004160*  2900-LER-TRANSACAO - LE O PROXIMO REGISTRO DE DETALHE DO      *
004170*                 ARQUIVO ENTURTRANS; O TRAILER (JA CONFERIDO    *
004180*                 NA PRIMEIRA PASSADA) ENCERRA A LEITURA         *
004190*-----------------------------------------------------------*
004200 2900-LER-TRANSACAO.
004210     READ ENTUR-TRANS-FILE
004220         AT END
004230             SET FIM-DE-TRANSACOES TO TRUE
004240             GO TO 2900-EXIT
004250     END-READ.
004260     IF ETR-REG-TRAILER
004270         SET FIM-DE-TRANSACOES TO TRUE
004280         GO TO 2900-EXIT
004290     END-IF.
004300     IF NOT ETR-REG-DETALHE
004310         GO TO 2900-LER-TRANSACAO
004320     END-IF.
004330 2900-EXIT.
004340     EXIT.
004350*-----------------------------------------------------------*
004360*  3000-INCLUIR-ALUNO - ENTURMA A MATRICULA NA TURMA DO          *
004370*                 PERIODO. SE JA HOUVER REGISTRO REMANEJADO OU   *
004380*                 DESLIGADO NA MESMA TURMA, ELE E REATIVADO;     *
004390*                 ALUNO JA ATIVO NA TURMA E REJEITADO            *
004400*-----------------------------------------------------------*
004410 3000-INCLUIR-ALUNO.
004420     PERFORM 2500-VALIDAR-MATRICULA THRU 2500-EXIT
004430     IF NOT VALIDACAO-OK
004440         GO TO 3000-EXIT
004450     END-IF
004460     MOVE ETR-TURMA TO WS-TURMA-VALIDAR
004470     PERFORM 2600-VALIDAR-TURMA THRU 2600-EXIT
004480     IF NOT VALIDACAO-OK
004490         GO TO 3000-EXIT
004500     END-IF
004510     MOVE ETR-PERIODO-LETIVO TO ENT-PERIODO-LETIVO
004520     MOVE ETR-TURMA          TO ENT-TURMA
004530     MOVE ETR-MATRICULA      TO ENT-MATRICULA
004540     READ ENTURMACAO-FILE
004550         INVALID KEY
004560             MOVE SPACE TO WS-SITUACAO-ANTERIOR
004570             MOVE "A"                TO ENT-SITUACAO
004580             MOVE WS-DATA-REFERENCIA TO ENT-DATA-INCLUSAO
004590             MOVE SPACES             TO ENT-DATA-SAIDA
004600             MOVE SPACES             TO ENT-TURMA-ORIGEM
004610             MOVE SPACES             TO ENT-TURMA-DESTINO
004620             WRITE ENTURMACAO-RECORD
004620                 INVALID KEY
004620                     DISPLAY "ERRO: FALHA AO GRAVAR A ENTURMACAO "
004620                         ENT-PERIODO-LETIVO " " ENT-TURMA " "
004620                         ENT-MATRICULA " - STATUS: "
004620                         WS-ENTUR-STATUS
004620                     PERFORM 8800-ABORTAR THRU 8800-EXIT
004620             END-WRITE
004630             ADD 1 TO WS-INCLUSOES
004640             ADD 1 TO WS-TRANS-APLICADAS
004650             MOVE SPACES TO ENA-TURMA-RELACIONADA
004660             PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT
004670             DISPLAY "ALUNO ENTURMADO .......: " ETR-MATRICULA
004680                 " TURMA " ETR-TURMA
004690                 " PERIODO " ETR-PERIODO-LETIVO
004700             GO TO 3000-EXIT
004710     END-READ
004720     IF ENT-ATIVA
004730         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004740             ETR-MATRICULA " JA ENTURMADA NA TURMA " ETR-TURMA
004750         MOVE "JE" TO WS-REJ-MOTIVO
004760         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004770         GO TO 3000-EXIT
004780     END-IF
004790     MOVE ENT-SITUACAO       TO WS-SITUACAO-ANTERIOR
004800     MOVE "A"                TO ENT-SITUACAO
004810     MOVE WS-DATA-REFERENCIA TO ENT-DATA-INCLUSAO
004820     MOVE SPACES             TO ENT-DATA-SAIDA
004830     MOVE SPACES             TO ENT-TURMA-DESTINO
004840     REWRITE ENTURMACAO-RECORD
004840         INVALID KEY
004840             DISPLAY "ERRO: FALHA AO REGRAVAR A ENTURMACAO "
004840                 ENT-PERIODO-LETIVO " " ENT-TURMA " "
004840                 ENT-MATRICULA " - STATUS: " WS-ENTUR-STATUS
004840             PERFORM 8800-ABORTAR THRU 8800-EXIT
004840     END-REWRITE
004850     ADD 1 TO WS-REATIVACOES
004860     ADD 1 TO WS-TRANS-APLICADAS
004870     MOVE SPACES TO ENA-TURMA-RELACIONADA
004880     PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT
004890     DISPLAY "ENTURMACAO REATIVADA ..: " ETR-MATRICULA
004900         " TURMA " ETR-TURMA " PERIODO " ETR-PERIODO-LETIVO.
004910 3000-EXIT.
004920     EXIT.
004930*-----------------------------------------------------------*
004940*  4000-REMANEJAR-ALUNO - MOVE O ALUNO ATIVO NA TURMA DE         *
004950*                 ORIGEM PARA A TURMA DESTINO DO MESMO PERIODO:  *
004960*                 A ORIGEM FICA REMANEJADA (COM A TURMA DESTINO) *
004970*                 E O DESTINO E INCLUIDO OU REATIVADO (COM A     *
004980*                 TURMA DE ORIGEM). GRAVA DUAS LINHAS NA TRILHA  *
004990*-----------------------------------------------------------*
005000 4000-REMANEJAR-ALUNO.
005010     IF ETR-TURMA-DESTINO = SPACES
005020         OR ETR-TURMA-DESTINO = ETR-TURMA
005030         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
005040             ETR-MATRICULA " TURMA DESTINO INVALIDA: "
005050             ETR-TURMA-DESTINO
005060         MOVE "TD" TO WS-REJ-MOTIVO
005070         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
005080         GO TO 4000-EXIT
005090     END-IF
005100     PERFORM 2500-VALIDAR-MATRICULA THRU 2500-EXIT
005110     IF NOT VALIDACAO-OK
005120         GO TO 4000-EXIT
005130     END-IF
005140     MOVE ETR-TURMA-DESTINO TO WS-TURMA-VALIDAR
005150     PERFORM 2600-VALIDAR-TURMA THRU 2600-EXIT
005160     IF NOT VALIDACAO-OK
005170         GO TO 4000-EXIT
005180     END-IF
005190     MOVE ETR-PERIODO-LETIVO TO ENT-PERIODO-LETIVO
005200     MOVE ETR-TURMA          TO ENT-TURMA
005210     MOVE ETR-MATRICULA      TO ENT-MATRICULA
005220     READ ENTURMACAO-FILE
005230         INVALID KEY
005240             MOVE SPACE TO ENT-SITUACAO
005250     END-READ
005260     IF NOT ENT-ATIVA
005270         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
005280             ETR-MATRICULA " NAO ESTA ENTURMADA NA TURMA "
005290             ETR-TURMA
005300         MOVE "NE" TO WS-REJ-MOTIVO
005310         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
005320         GO TO 4000-EXIT
005330     END-IF
005340     MOVE ETR-TURMA-DESTINO TO ENT-TURMA
005350     READ ENTURMACAO-FILE
005360         INVALID KEY
005370             MOVE SPACE TO ENT-SITUACAO
005380     END-READ
005390     IF ENT-ATIVA
005400         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
005410             ETR-MATRICULA " JA ENTURMADA NA TURMA "
005420             ETR-TURMA-DESTINO
005430         MOVE "JE" TO WS-REJ-MOTIVO
005440         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
005450         GO TO 4000-EXIT
005460     END-IF
005470     MOVE ETR-TURMA TO ENT-TURMA
005480     READ ENTURMACAO-FILE
005480         INVALID KEY
005480             DISPLAY "ERRO: FALHA AO LER A ENTURMACAO "
005480                 ENT-PERIODO-LETIVO " " ENT-TURMA " "
005480                 ENT-MATRICULA " - STATUS: " WS-ENTUR-STATUS
005480             PERFORM 8800-ABORTAR THRU 8800-EXIT
005480     END-READ
005490     MOVE ENT-SITUACAO       TO WS-SITUACAO-ANTERIOR
005500     MOVE "R"                TO ENT-SITUACAO
005510     MOVE WS-DATA-REFERENCIA TO ENT-DATA-SAIDA
005520     MOVE ETR-TURMA-DESTINO  TO ENT-TURMA-DESTINO
005530     REWRITE ENTURMACAO-RECORD
005530         INVALID KEY
005530             DISPLAY "ERRO: FALHA AO REGRAVAR A ENTURMACAO "
005530                 ENT-PERIODO-LETIVO " " ENT-TURMA " "
005530                 ENT-MATRICULA " - STATUS: " WS-ENTUR-STATUS
005530             PERFORM 8800-ABORTAR THRU 8800-EXIT
005530     END-REWRITE
005540     MOVE ETR-TURMA-DESTINO TO ENA-TURMA-RELACIONADA
005550     PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT
005560     MOVE ETR-TURMA-DESTINO TO ENT-TURMA
005570     READ ENTURMACAO-FILE
005580         INVALID KEY
005590             MOVE SPACE TO WS-SITUACAO-ANTERIOR
005600             MOVE "A"                TO ENT-SITUACAO
005610             MOVE WS-DATA-REFERENCIA TO ENT-DATA-INCLUSAO
005620             MOVE SPACES             TO ENT-DATA-SAIDA
005630             MOVE ETR-TURMA          TO ENT-TURMA-ORIGEM
005640             MOVE SPACES             TO ENT-TURMA-DESTINO
005650             WRITE ENTURMACAO-RECORD
005650                 INVALID KEY
005650                     DISPLAY "ERRO: FALHA AO GRAVAR A ENTURMACAO "
005650                         ENT-PERIODO-LETIVO " " ENT-TURMA " "
005650                         ENT-MATRICULA " - STATUS: "
005650                         WS-ENTUR-STATUS
005650                     PERFORM 8800-ABORTAR THRU 8800-EXIT
005650             END-WRITE
005660             GO TO 4000-TRILHA-DESTINO
005670     END-READ
005680     MOVE ENT-SITUACAO       TO WS-SITUACAO-ANTERIOR
005690     MOVE "A"                TO ENT-SITUACAO
005700     MOVE WS-DATA-REFERENCIA TO ENT-DATA-INCLUSAO
005710     MOVE SPACES             TO ENT-DATA-SAIDA
005720     MOVE ETR-TURMA          TO ENT-TURMA-ORIGEM
005730     MOVE SPACES             TO ENT-TURMA-DESTINO
005740     REWRITE ENTURMACAO-RECORD
005740         INVALID KEY
005740             DISPLAY "ERRO: FALHA AO REGRAVAR A ENTURMACAO "
005740                 ENT-PERIODO-LETIVO " " ENT-TURMA " "
005740                 ENT-MATRICULA " - STATUS: " WS-ENTUR-STATUS
005740             PERFORM 8800-ABORTAR THRU 8800-EXIT
005740     END-REWRITE.
005750 4000-TRILHA-DESTINO.
005760     MOVE ETR-TURMA TO ENA-TURMA-RELACIONADA
005770     PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT
005780     ADD 1 TO WS-REMANEJAMENTOS
005790     ADD 1 TO WS-TRANS-APLICADAS
005800     DISPLAY "ALUNO REMANEJADO ......: " ETR-MATRICULA
005810         " DE " ETR-TURMA " PARA " ETR-TURMA-DESTINO
005820         " PERIODO " ETR-PERIODO-LETIVO.
005830 4000-EXIT.
005840     EXIT.
005850*-----------------------------------------------------------*
005860*  5000-DESLIGAR-ALUNO - DESLIGA DA TURMA O ALUNO ATIVO;         *
005870*                 O REGISTRO E MANTIDO COM A DATA DE SAIDA       *
005880*-----------------------------------------------------------*
005890 5000-DESLIGAR-ALUNO.
005900     MOVE ETR-PERIODO-LETIVO TO ENT-PERIODO-LETIVO
005910     MOVE ETR-TURMA          TO ENT-TURMA
005920     MOVE ETR-MATRICULA      TO ENT-MATRICULA
005930     READ ENTURMACAO-FILE
005940         INVALID KEY
005950             MOVE SPACE TO ENT-SITUACAO
005960     END-READ
005970     IF NOT ENT-ATIVA
005980         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
005990             ETR-MATRICULA " NAO ESTA ENTURMADA NA TURMA "
006000             ETR-TURMA
006010         MOVE "NE" TO WS-REJ-MOTIVO
006020         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
006030         GO TO 5000-EXIT
006040     END-IF
006050     MOVE ENT-SITUACAO       TO WS-SITUACAO-ANTERIOR
006060     MOVE "D"                TO ENT-SITUACAO
006070     MOVE WS-DATA-REFERENCIA TO ENT-DATA-SAIDA
006080     REWRITE ENTURMACAO-RECORD
006080         INVALID KEY
006080             DISPLAY "ERRO: FALHA AO REGRAVAR A ENTURMACAO "
006080                 ENT-PERIODO-LETIVO " " ENT-TURMA " "
006080                 ENT-MATRICULA " - STATUS: " WS-ENTUR-STATUS
006080             PERFORM 8800-ABORTAR THRU 8800-EXIT
006080     END-REWRITE
006090     ADD 1 TO WS-DESLIGAMENTOS
006100     ADD 1 TO WS-TRANS-APLICADAS
006110     MOVE SPACES TO ENA-TURMA-RELACIONADA
006120     PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT
006130     DISPLAY "ALUNO DESLIGADO .......: " ETR-MATRICULA
006140         " TURMA " ETR-TURMA " PERIODO " ETR-PERIODO-LETIVO.
006150 5000-EXIT.
006160     EXIT.
006170*-----------------------------------------------------------*
006180*  6000-GRAVA-TRILHA - GRAVA NA TRILHA DE ALTERACOES QUEM        *
006190*                 MUDOU O QUE: USUARIO DO HEADER, OPERACAO,      *
006200*                 CHAVE DA ENTURMACAO, SITUACAO ANTERIOR E NOVA. *
006210*                 WS-SITUACAO-ANTERIOR E ENA-TURMA-RELACIONADA   *
006220*                 DEVEM ESTAR CARREGADOS ANTES DO PERFORM        *
006230*-----------------------------------------------------------*
006240 6000-GRAVA-TRILHA.
006250     MOVE WS-DATA-EXECUCAO     TO ENA-DATA-EXECUCAO
006260     MOVE WS-HORA-EXECUCAO     TO ENA-HORA-EXECUCAO
006270     MOVE WS-USUARIO           TO ENA-USUARIO
006280     MOVE ETR-OPERACAO         TO ENA-OPERACAO
006290     MOVE ENT-PERIODO-LETIVO   TO ENA-PERIODO-LETIVO
006300     MOVE ENT-TURMA            TO ENA-TURMA
006310     MOVE ENT-MATRICULA        TO ENA-MATRICULA
006320     MOVE WS-SITUACAO-ANTERIOR TO ENA-SITUACAO-ANTERIOR
006330     MOVE ENT-SITUACAO         TO ENA-SITUACAO-NOVA
006340     WRITE ENTUR-AUDIT-RECORD.
006350 6000-EXIT.
006360     EXIT.
006370*-----------------------------------------------------------*
006380*  6800-GRAVA-REJEITO - GRAVA NO ARQUIVO ENTURREJ A IMAGEM       *
006390*                 ORIGINAL DA TRANSACAO E O MOTIVO DA REJEICAO.  *
006400*                 MOTIVOS:                                       *
006410*                 MB = MATRICULA EM BRANCO                       *
006420*                 PB = PERIODO LETIVO EM BRANCO                  *
006430*                 TB = TURMA EM BRANCO                           *
006440*                 OI = OPERACAO INVALIDA                         *
006450*                 MX = MATRICULA NAO CADASTRADA                  *
006460*                 MI = MATRICULA NAO ATIVA NO CADASTRO           *
006470*                 TI = TURMA INEXISTENTE NO TURMAMASTER          *
006480*                 TE = TURMA ENCERRADA                           *
006490*                 TD = TURMA DESTINO EM BRANCO OU IGUAL A ORIGEM *
006500*                 JE = ALUNO JA ENTURMADO NA TURMA               *
006510*                 NE = ALUNO NAO ENTURMADO NA TURMA              *
006520*-----------------------------------------------------------*
006530 6800-GRAVA-REJEITO.
006540     MOVE SPACES TO ENTUR-REJECT-RECORD
006550     MOVE ENTUR-TRANS-RECORD TO REJ-REGISTRO-ORIGINAL
006560     MOVE WS-REJ-MOTIVO      TO REJ-MOTIVO
006570     WRITE ENTUR-REJECT-RECORD
006580     ADD 1 TO WS-REJEITADAS.
006590 6800-EXIT.
006600     EXIT.
006610*-----------------------------------------------------------*
006620*  8800-ABORTAR - FECHA OS ARQUIVOS E ENCERRA COM RETURN-CODE 16 *
006630*-----------------------------------------------------------*
006640 8800-ABORTAR.
006650     CLOSE ENTUR-TRANS-FILE
006660     CLOSE ENTURMACAO-FILE
006670     CLOSE STUDENT-MASTER-FILE
006680     CLOSE TURMA-MASTER-FILE
006690     CLOSE ENTUR-REJECT-FILE
006700     CLOSE ENTUR-AUDIT-FILE
006710     MOVE 16 TO RETURN-CODE
006720     STOP RUN.
006730 8800-EXIT.
006740     EXIT.
006750*-----------------------------------------------------------*
006760*  9000-FINALIZAR - EMITE O RESUMO DA MANUTENCAO E FECHA OS      *
006770*                 ARQUIVOS                                       *
006780*-----------------------------------------------------------*
006790 9000-FINALIZAR.
006800     DISPLAY "=================================================="
006810     DISPLAY "TRANSACOES DE DETALHE .: " WS-REGISTROS-LIDOS
006820     DISPLAY "TRANSACOES APLICADAS ..: " WS-TRANS-APLICADAS
006830     DISPLAY "INCLUSOES .............: " WS-INCLUSOES
006840     DISPLAY "REATIVACOES ...........: " WS-REATIVACOES
006850     DISPLAY "REMANEJAMENTOS ........: " WS-REMANEJAMENTOS
006860     DISPLAY "DESLIGAMENTOS .........: " WS-DESLIGAMENTOS
006870     DISPLAY "TRANSACOES REJEITADAS .: " WS-REJEITADAS
006880     IF WS-REJEITADAS > 0
006890         MOVE 8 TO RETURN-CODE
006900     END-IF
006910     CLOSE ENTUR-TRANS-FILE
006920     CLOSE ENTURMACAO-FILE
006930     CLOSE STUDENT-MASTER-FILE
006940     CLOSE TURMA-MASTER-FILE
006950     CLOSE ENTUR-REJECT-FILE
006960     CLOSE ENTUR-AUDIT-FILE.
006970 9000-EXIT.
006980     EXIT.
006990 END PROGRAM MANUTENCAO-ENTURMACAO.
