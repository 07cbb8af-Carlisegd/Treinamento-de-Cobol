000100*****************************************************************
000110* PROGRAM-ID : CARGA-DIARIO-FREQUENCIA
000120* AUTHOR     : CARLISE DEBONA
000130* INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS
000140* DATE-WRITTEN: 15/10/2026
000150* PURPOSE    : CARGA EM LOTE DO DIARIO DE FREQUENCIA POR AULA
000160*              (DIARIOFREQ, INDEXADO POR PERIODO LETIVO + TURMA +
000170*              DATA + AULA DO DIA + MATRICULA) A PARTIR DO ARQUIVO
000180*              DIARIOTRANS MONTADO PELOS PROFESSORES, COM
000190*              REGISTRO HEADER/TRAILER DE CONTROLE COMO O
000200*              MASTERTRANS. CADA REGISTRO DIZ SE O ALUNO ESTEVE
000210*              PRESENTE OU FALTOU NAQUELA AULA E SE A FALTA FOI
000220*              JUSTIFICADA. A TURMA E CONFERIDA NO TURMAMASTER E A
000230*              MATRICULA NO STUDENTMASTER. TRANSACAO INVALIDA E
000240*              REJEITADA COM A IMAGEM ORIGINAL E O MOTIVO NO
000250*              ARQUIVO DIARIOREJ, E CADA AULA GRAVADA, ALTERADA
000260*              OU EXCLUIDA GRAVA NA TRILHA DIARIOAUD A IMAGEM
000270*              ANTERIOR E A NOVA, COM O USUARIO DO HEADER. O
000280*              DIARIO E A BASE DO APURA-FREQUENCIA (QUE MONTA O
000290*              ARQUIVO FREQUENCIA DO MEDIA-ALUNOS) E DO
000300*              ALERTA-FREQUENCIA.
000310*****************************************************************
000320* MODIFICATION HISTORY
000330* -----------------------------------------------------------
000340* DATE       INIT DESCRIPTION
000350* 15/10/2026 CD   VERSAO INICIAL. OPERACAO "I" LANCA A PRESENCA
000360*                 DO ALUNO NA AULA, "A" CORRIGE UM LANCAMENTO E
000370*                 "E" EXCLUI UM LANCAMENTO FEITO POR ENGANO. AULA
000380*                 DO DIA EM BRANCO VALE A PRIMEIRA; FALTA
000390*                 JUSTIFICADA EM BRANCO VALE "N". NAO SE ACEITA
000400*                 AULA COM DATA POSTERIOR A DO PROCESSAMENTO NEM
000410*                 LANCAMENTO EM TURMA ENCERRADA.
000410* 15/10/2026 CD   FALHA NA REGRAVACAO OU NA EXCLUSAO DE UMA AULA
000410*                 ENCERRA O PROCESSAMENTO COM RETURN-CODE 16.
000410* 15/10/2026 CD   O TURMAMASTER GRAVADO NO LEIAUTE ANTERIOR
000410*                 PRECISA DE CONVERSAO UNICA DE LEIAUTE
000410*                 (CONVERSAO-LEIAUTE) ANTES DO PRIMEIRO LOTE COM
000410*                 ESTA VERSAO.
000420* -----------------------------------------------------------
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. CARGA-DIARIO-FREQUENCIA.
000450 AUTHOR. CARLISE DEBONA.
000460 INSTALLATION. SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS.
000470 DATE-WRITTEN. 15/10/2026.
000480 DATE-COMPILED.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT DIARIO-TRANS-FILE ASSIGN TO "DIARIOTRANS"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TRANS-STATUS.
000550     SELECT DIARIO-FILE ASSIGN TO "DIARIOFREQ"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS DIA-CHAVE
000590         FILE STATUS IS WS-DIARIO-STATUS.
000600     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTMASTER"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS MST-MATRICULA
000640         FILE STATUS IS WS-MASTER-STATUS.
000650     SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMASTER"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS TRM-TURMA
000690         FILE STATUS IS WS-TURMA-STATUS.
000700     SELECT DIARIO-REJECT-FILE ASSIGN TO "DIARIOREJ"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-REJECT-STATUS.
000730     SELECT DIARIO-AUDIT-FILE ASSIGN TO "DIARIOAUD"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-AUDIT-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  DIARIO-TRANS-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  DIARIO-TRANS-RECORD.
000810     05 DTR-TIPO-REGISTRO          PIC X(01).
000820         88 DTR-REG-HEADER                   VALUE "H".
000830         88 DTR-REG-DETALHE                  VALUE "D".
000840         88 DTR-REG-TRAILER                  VALUE "T".
000850     05 DTR-OPERACAO               PIC X(01).
000860         88 DTR-INCLUSAO                     VALUE "I".
000870         88 DTR-ALTERACAO                    VALUE "A".
000880         88 DTR-EXCLUSAO                     VALUE "E".
000890     05 DTR-PERIODO-LETIVO         PIC X(06).
000900     05 DTR-TURMA                  PIC X(06).
000910     05 DTR-DATA-AULA              PIC X(08).
000920     05 DTR-AULA                   PIC X(01).
000930     05 DTR-MATRICULA              PIC X(09).
000940     05 DTR-PRESENCA               PIC X(01).
000950     05 DTR-FALTA-JUSTIFICADA      PIC X(01).
000960 01  DIARIO-TRANS-HEADER.
000970     05 DTH-TIPO-REGISTRO          PIC X(01).
000980     05 DTH-DATA-REFERENCIA        PIC X(08).
000990     05 DTH-USUARIO                PIC X(08).
001000 01  DIARIO-TRANS-TRAILER.
001010     05 DTT-TIPO-REGISTRO          PIC X(01).
001020     05 DTT-QTD-REGISTROS          PIC 9(07).
001030 FD  DIARIO-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  DIARIO-RECORD.
001060     05 DIA-CHAVE.
001070         10 DIA-PERIODO-LETIVO     PIC X(06).
001080         10 DIA-TURMA              PIC X(06).
001090         10 DIA-DATA-AULA          PIC X(08).
001100         10 DIA-AULA               PIC 9(01).
001110         10 DIA-MATRICULA          PIC X(09).
001120     05 DIA-PRESENCA               PIC X(01).
001130         88 DIA-PRESENTE                     VALUE "P".
001140         88 DIA-AUSENTE                      VALUE "F".
001150     05 DIA-FALTA-JUSTIFICADA      PIC X(01).
001160         88 DIA-JUSTIFICADA                  VALUE "S".
001170     05 DIA-USUARIO                PIC X(08).
001180     05 DIA-DATA-REGISTRO          PIC X(08).
001190 FD  STUDENT-MASTER-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  STUDENT-MASTER-RECORD.
001220     05 MST-MATRICULA              PIC X(09).
001230     05 MST-NOME-OFICIAL           PIC X(30).
001240     05 MST-STATUS-MATRICULA       PIC X(01).
001250 FD  TURMA-MASTER-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  TURMA-MASTER-RECORD.
001280     05 TRM-TURMA                  PIC X(06).
001290     05 TRM-NOME-DISCIPLINA        PIC X(30).
001300     05 TRM-PROFESSOR              PIC X(30).
001310     05 TRM-QTD-AVALIACOES         PIC 9(02).
001320     05 TRM-USA-PESO-OBRIG         PIC X(01).
001330     05 TRM-STATUS-TURMA           PIC X(01).
001340         88 TURMA-ATIVA                      VALUE "A".
001350         88 TURMA-ENCERRADA                  VALUE "E".
001360     05 TRM-AULAS-PREVISTAS        PIC 9(03).
001370 FD  DIARIO-REJECT-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  DIARIO-REJECT-RECORD.
001400     05 REJ-REGISTRO-ORIGINAL      PIC X(34).
001410     05 REJ-MOTIVO                 PIC X(02).
001420 FD  DIARIO-AUDIT-FILE
001430     LABEL RECORDS ARE STANDARD.
001440 01  DIARIO-AUDIT-RECORD.
001450     05 DAU-DATA-EXECUCAO          PIC X(08).
001460     05 DAU-HORA-EXECUCAO          PIC X(08).
001470     05 DAU-USUARIO                PIC X(08).
001480     05 DAU-OPERACAO               PIC X(01).
001490     05 DAU-IMAGEM-ANTERIOR        PIC X(48).
001500     05 DAU-IMAGEM-NOVA            PIC X(48).
001510 WORKING-STORAGE SECTION.
001520 77 WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
001530 77 WS-DIARIO-STATUS            PIC X(02) VALUE SPACES.
001540 77 WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
001550 77 WS-TURMA-STATUS             PIC X(02) VALUE SPACES.
001560 77 WS-REJECT-STATUS            PIC X(02) VALUE SPACES.
001570 77 WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001580 77 WS-EOF-SW                   PIC X(01) VALUE "N".
001590     88 FIM-DE-TRANSACOES               VALUE "S".
001600 77 WS-TRAILER-LIDO-SW          PIC X(01) VALUE "N".
001610     88 TRAILER-LIDO                    VALUE "S".
001620 77 WS-CONTROLE-OK-SW           PIC X(01) VALUE "S".
001630     88 CONTROLE-OK                     VALUE "S".
001640 77 WS-VALIDACAO-SW             PIC X(01) VALUE "S".
001650     88 VALIDACAO-OK                    VALUE "S".
001660 77 WS-REJ-MOTIVO               PIC X(02) VALUE SPACES.
001670 77 WS-DATA-EXECUCAO            PIC X(08) VALUE SPACES.
001680 77 WS-HORA-EXECUCAO            PIC X(08) VALUE SPACES.
001690 77 WS-DATA-REFERENCIA          PIC X(08) VALUE SPACES.
001700 77 WS-USUARIO                  PIC X(08) VALUE SPACES.
001710 77 WS-AULA                     PIC 9(01) VALUE ZERO.
001720 77 WS-FALTA-JUSTIFICADA        PIC X(01) VALUE SPACES.
001730 77 WS-REGISTROS-LIDOS          PIC 9(07) COMP VALUE ZERO.
001740 77 WS-TRANS-APLICADAS          PIC 9(07) COMP VALUE ZERO.
001750 77 WS-INCLUSOES                PIC 9(07) COMP VALUE ZERO.
001760 77 WS-ALTERACOES               PIC 9(07) COMP VALUE ZERO.
001770 77 WS-EXCLUSOES                PIC 9(07) COMP VALUE ZERO.
001780 77 WS-REJEITADAS               PIC 9(07) COMP VALUE ZERO.
001790 77 WS-PRESENCAS-LANCADAS       PIC 9(07) COMP VALUE ZERO.
001800 77 WS-FALTAS-LANCADAS          PIC 9(07) COMP VALUE ZERO.
001810*-----------------------------------------------------------*
001820*  DATA DA AULA DESMEMBRADA PARA A CONFERENCIA               *
001830*-----------------------------------------------------------*
001840 01 WS-DATA-AULA.
001850     05 WS-DA-ANO                  PIC 9(04).
001860     05 WS-DA-MES                  PIC 9(02).
001870     05 WS-DA-DIA                  PIC 9(02).
001880 01 WS-DATA-AULA-X REDEFINES WS-DATA-AULA PIC X(08).
001890 PROCEDURE DIVISION.
001900*-----------------------------------------------------------*
001910*  0000-MAINLINE                                            *
001920*-----------------------------------------------------------*
001930 0000-MAINLINE.
001940     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001950     PERFORM 1200-CONFERIR-CONTROLES THRU 1200-EXIT.
001960     PERFORM 2000-PROCESSAR-TRANSACAO THRU 2000-EXIT
001970         UNTIL FIM-DE-TRANSACOES.
001980     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001990     STOP RUN.
002000*-----------------------------------------------------------*
002010*  1000-INICIALIZAR - ABRE OS ARQUIVOS. O DIARIO E CRIADO        *
002020*                 VAZIO QUANDO AINDA NAO EXISTE (PRIMEIRA        *
002030*                 CARGA); STUDENTMASTER E TURMAMASTER TEM DE     *
002040*                 EXISTIR                                        *
002050*-----------------------------------------------------------*
002060 1000-INICIALIZAR.
002070     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
002080     ACCEPT WS-HORA-EXECUCAO FROM TIME.
002090     OPEN INPUT DIARIO-TRANS-FILE.
002100     IF WS-TRANS-STATUS NOT = "00"
002110         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
002120             "TRANSACOES DIARIOTRANS - STATUS: " WS-TRANS-STATUS
002130         MOVE 16 TO RETURN-CODE
002140         STOP RUN
002150     END-IF.
002160     OPEN INPUT STUDENT-MASTER-FILE.
002170     IF WS-MASTER-STATUS NOT = "00"
002180         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO "
002190             "MESTRE STUDENTMASTER - STATUS: " WS-MASTER-STATUS
002200         CLOSE DIARIO-TRANS-FILE
002210         MOVE 16 TO RETURN-CODE
002220         STOP RUN
002230     END-IF.
002240     OPEN INPUT TURMA-MASTER-FILE.
002250     IF WS-TURMA-STATUS NOT = "00"
002260         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO DE "
002270             "TURMAS TURMAMASTER - STATUS: " WS-TURMA-STATUS
002280         CLOSE DIARIO-TRANS-FILE
002290         CLOSE STUDENT-MASTER-FILE
002300         MOVE 16 TO RETURN-CODE
002310         STOP RUN
002320     END-IF.
002330     OPEN I-O DIARIO-FILE.
002340     IF WS-DIARIO-STATUS NOT = "00"
002350         OPEN OUTPUT DIARIO-FILE
002360         CLOSE DIARIO-FILE
002370         OPEN I-O DIARIO-FILE
002380     END-IF.
002390     IF WS-DIARIO-STATUS NOT = "00"
002400         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O DIARIO DE "
002410             "FREQUENCIA DIARIOFREQ - STATUS: " WS-DIARIO-STATUS
002420         CLOSE DIARIO-TRANS-FILE
002430         CLOSE STUDENT-MASTER-FILE
002440         CLOSE TURMA-MASTER-FILE
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480     OPEN OUTPUT DIARIO-REJECT-FILE.
002490     OPEN EXTEND DIARIO-AUDIT-FILE.
002500     IF WS-AUDIT-STATUS NOT = "00"
002510         OPEN OUTPUT DIARIO-AUDIT-FILE
002520         CLOSE DIARIO-AUDIT-FILE
002530         OPEN EXTEND DIARIO-AUDIT-FILE
002540     END-IF.
002550     DISPLAY "========= CARGA DO DIARIO DE FREQUENCIA ==========".
002560 1000-EXIT.
002570     EXIT.
002580*-----------------------------------------------------------*
002590*  1200-CONFERIR-CONTROLES - PRIMEIRA PASSADA: CONFERE HEADER,   *
002600*                 TRAILER E QUANTIDADE DE DETALHES ANTES DE      *
002610*                 GRAVAR QUALQUER AULA; LOTE COM CONTROLE        *
002620*                 DIVERGENTE ENCERRA COM RETURN-CODE 16. AO FIM, *
002630*                 O ARQUIVO E REABERTO E POSICIONADO NO PRIMEIRO *
002640*                 DETALHE PARA A SEGUNDA PASSADA                 *
002650*-----------------------------------------------------------*
002660 1200-CONFERIR-CONTROLES.
002670     READ DIARIO-TRANS-FILE
002680         AT END
002690             DISPLAY "ERRO: ARQUIVO DIARIOTRANS VAZIO - SEM "
002700                 "REGISTRO HEADER"
002710             PERFORM 8800-ABORTAR THRU 8800-EXIT
002720     END-READ.
002730     IF NOT DTR-REG-HEADER
002740         DISPLAY "ERRO: PRIMEIRO REGISTRO DO ARQUIVO "
002750             "DIARIOTRANS NAO E HEADER - TIPO LIDO: "
002760             DTR-TIPO-REGISTRO
002770         PERFORM 8800-ABORTAR THRU 8800-EXIT
002780     END-IF.
002790     MOVE DTH-DATA-REFERENCIA TO WS-DATA-REFERENCIA.
002800     MOVE DTH-USUARIO         TO WS-USUARIO.
002810     DISPLAY "LOTE DO DIARIO COM DATA DE REFERENCIA "
002820         WS-DATA-REFERENCIA " - USUARIO " WS-USUARIO.
002830 1200-CONTAR.
002840     READ DIARIO-TRANS-FILE
002850         AT END
002860             GO TO 1200-CONFERIR
002870     END-READ.
002880     IF DTR-REG-TRAILER
002890         SET TRAILER-LIDO TO TRUE
002900         IF DTT-QTD-REGISTROS NOT = WS-REGISTROS-LIDOS
002910             DISPLAY "ERRO: QUANTIDADE DE REGISTROS NAO CONFERE "
002920                 "COM O TRAILER DO ARQUIVO DIARIOTRANS"
002930             DISPLAY "   TRAILER .: " DTT-QTD-REGISTROS
002940             DISPLAY "   LIDOS ...: " WS-REGISTROS-LIDOS
002950             MOVE "N" TO WS-CONTROLE-OK-SW
002960         END-IF
002970         GO TO 1200-CONFERIR
002980     END-IF.
002990     IF NOT DTR-REG-DETALHE
003000         DISPLAY "ERRO: TIPO DE REGISTRO INVALIDO NO ARQUIVO "
003010             "DIARIOTRANS: " DTR-TIPO-REGISTRO
003020         MOVE "N" TO WS-CONTROLE-OK-SW
003030         GO TO 1200-CONTAR
003040     END-IF.
003050     ADD 1 TO WS-REGISTROS-LIDOS.
003060     GO TO 1200-CONTAR.
003070 1200-CONFERIR.
003080     IF NOT TRAILER-LIDO
003090         DISPLAY "ERRO: ARQUIVO DIARIOTRANS TERMINOU SEM "
003100             "REGISTRO TRAILER - POSSIVEL TRANSFERENCIA "
003110             "TRUNCADA"
003120         MOVE "N" TO WS-CONTROLE-OK-SW
003130     END-IF.
003140     IF NOT CONTROLE-OK
003150         DISPLAY "ERRO: CONTROLES DO ARQUIVO DIARIOTRANS NAO "
003160             "CONFEREM - NENHUMA AULA FOI GRAVADA"
003170         PERFORM 8800-ABORTAR THRU 8800-EXIT
003180     END-IF.
003190     CLOSE DIARIO-TRANS-FILE.
003200     OPEN INPUT DIARIO-TRANS-FILE.
003210     READ DIARIO-TRANS-FILE
003220         AT END SET FIM-DE-TRANSACOES TO TRUE
003230     END-READ.
003240     PERFORM 2900-LER-TRANSACAO THRU 2900-EXIT.
003250 1200-EXIT.
003260     EXIT.
003270*-----------------------------------------------------------*
003280*  2000-PROCESSAR-TRANSACAO - CONFERE A CHAVE DA AULA E          *
003290*                 APLICA A TRANSACAO CONFORME A OPERACAO: "I"    *
003300*                 INCLUSAO, "A" ALTERACAO, "E" EXCLUSAO          *
003310*-----------------------------------------------------------*
003320 2000-PROCESSAR-TRANSACAO.
003330     PERFORM 2500-VALIDAR-CHAVE THRU 2500-EXIT
003340     IF NOT VALIDACAO-OK
003350         GO TO 2000-PROXIMA-TRANSACAO
003360     END-IF
003370     IF DTR-INCLUSAO
003380         PERFORM 3000-INCLUIR-AULA THRU 3000-EXIT
003390         GO TO 2000-PROXIMA-TRANSACAO
003400     END-IF
003410     IF DTR-ALTERACAO
003420         PERFORM 4000-ALTERAR-AULA THRU 4000-EXIT
003430         GO TO 2000-PROXIMA-TRANSACAO
003440     END-IF
003450     IF DTR-EXCLUSAO
003460         PERFORM 5000-EXCLUIR-AULA THRU 5000-EXIT
003470         GO TO 2000-PROXIMA-TRANSACAO
003480     END-IF
003490     DISPLAY "TRANSACAO REJEITADA - MATRICULA: " DTR-MATRICULA
003500         " OPERACAO INVALIDA: " DTR-OPERACAO
003510     MOVE "OI" TO WS-REJ-MOTIVO
003520     PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT.
003530 2000-PROXIMA-TRANSACAO.
003540     PERFORM 2900-LER-TRANSACAO THRU 2900-EXIT.
003550 2000-EXIT.
003560     EXIT.
003570*-----------------------------------------------------------*
003580*  2500-VALIDAR-CHAVE - CONFERE O PERIODO LETIVO, A TURMA NO     *
003590*                 TURMAMASTER (QUE NAO PODE ESTAR ENCERRADA),    *
003600*                 A DATA E A AULA DO DIA E A MATRICULA NO        *
003610*                 STUDENTMASTER, E MONTA A CHAVE DO DIARIO       *
003620*-----------------------------------------------------------*
003630 2500-VALIDAR-CHAVE.
003640     MOVE "S" TO WS-VALIDACAO-SW
003650     IF DTR-PERIODO-LETIVO = SPACES
003660         OR DTR-PERIODO-LETIVO (1:4) NOT NUMERIC
003670         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
003680             DTR-MATRICULA " PERIODO LETIVO INVALIDO: "
003690             DTR-PERIODO-LETIVO
003700         MOVE "PI" TO WS-REJ-MOTIVO
003710         GO TO 2500-REJEITAR
003720     END-IF
003730     MOVE DTR-TURMA TO TRM-TURMA
003740     READ TURMA-MASTER-FILE
003750         INVALID KEY
003760             DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
003770                 DTR-MATRICULA " TURMA NAO CADASTRADA: "
003780                 DTR-TURMA
003790             MOVE "TX" TO WS-REJ-MOTIVO
003800             GO TO 2500-REJEITAR
003810     END-READ
003820     IF TURMA-ENCERRADA
003830         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
003840             DTR-MATRICULA " TURMA ENCERRADA: " DTR-TURMA
003850         MOVE "TE" TO WS-REJ-MOTIVO
003860         GO TO 2500-REJEITAR
003870     END-IF
003880     MOVE DTR-DATA-AULA TO WS-DATA-AULA-X
003890     IF WS-DATA-AULA-X NOT NUMERIC
003900         OR WS-DA-MES < 1 OR WS-DA-MES > 12
003910         OR WS-DA-DIA < 1 OR WS-DA-DIA > 31
003920         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
003930             DTR-MATRICULA " DATA DA AULA INVALIDA: "
003940             DTR-DATA-AULA
003950         MOVE "DI" TO WS-REJ-MOTIVO
003960         GO TO 2500-REJEITAR
003970     END-IF
003980     IF WS-DATA-AULA-X > WS-DATA-EXECUCAO
003990         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004000             DTR-MATRICULA " AULA COM DATA FUTURA: "
004010             DTR-DATA-AULA
004020         MOVE "DF" TO WS-REJ-MOTIVO
004030         GO TO 2500-REJEITAR
004040     END-IF
004050     IF DTR-AULA = SPACE
004060         MOVE 1 TO WS-AULA
004070     ELSE
004080         IF DTR-AULA NOT NUMERIC OR DTR-AULA = "0"
004090             DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004100                 DTR-MATRICULA " AULA DO DIA INVALIDA: " DTR-AULA
004110             MOVE "AI" TO WS-REJ-MOTIVO
004120             GO TO 2500-REJEITAR
004130         END-IF
004140         MOVE DTR-AULA TO WS-AULA
004150     END-IF
004160     IF DTR-MATRICULA = SPACES
004170         DISPLAY "TRANSACAO REJEITADA - MATRICULA EM BRANCO"
004180         MOVE "MB" TO WS-REJ-MOTIVO
004190         GO TO 2500-REJEITAR
004200     END-IF
004210     MOVE DTR-MATRICULA TO MST-MATRICULA
004220     READ STUDENT-MASTER-FILE
004230         INVALID KEY
004240             DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004250                 DTR-MATRICULA " NAO CONSTA NO CADASTRO"
004260             MOVE "MX" TO WS-REJ-MOTIVO
004270             GO TO 2500-REJEITAR
004280     END-READ
004290     MOVE DTR-PERIODO-LETIVO TO DIA-PERIODO-LETIVO
004300     MOVE DTR-TURMA          TO DIA-TURMA
004310     MOVE DTR-DATA-AULA      TO DIA-DATA-AULA
004320     MOVE WS-AULA            TO DIA-AULA
004330     MOVE DTR-MATRICULA      TO DIA-MATRICULA
004340     GO TO 2500-EXIT.
004350 2500-REJEITAR.
004360     MOVE "N" TO WS-VALIDACAO-SW
004370     PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT.
004380 2500-EXIT.
004390     EXIT.
004400*-----------------------------------------------------------*
004410*  2600-VALIDAR-PRESENCA - CONFERE O INDICADOR DE PRESENCA       *
004420*                 ("P" PRESENTE, "F" FALTA) E O DE FALTA         *
004430*                 JUSTIFICADA ("S"/"N", EM BRANCO VALE "N");     *
004440*                 SO A FALTA PODE SER JUSTIFICADA                *
004450*-----------------------------------------------------------*
004460 2600-VALIDAR-PRESENCA.
004470     MOVE "S" TO WS-VALIDACAO-SW
004480     IF DTR-PRESENCA NOT = "P" AND DTR-PRESENCA NOT = "F"
004490         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004500             DTR-MATRICULA " INDICADOR DE PRESENCA INVALIDO: "
004510             DTR-PRESENCA
004520         MOVE "PR" TO WS-REJ-MOTIVO
004530         GO TO 2600-REJEITAR
004540     END-IF
004550     MOVE DTR-FALTA-JUSTIFICADA TO WS-FALTA-JUSTIFICADA
004560     IF WS-FALTA-JUSTIFICADA = SPACE
004570         MOVE "N" TO WS-FALTA-JUSTIFICADA
004580     END-IF
004590     IF WS-FALTA-JUSTIFICADA NOT = "S"
004600         AND WS-FALTA-JUSTIFICADA NOT = "N"
004610         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004620             DTR-MATRICULA " INDICADOR DE FALTA JUSTIFICADA "
004630             "INVALIDO: " DTR-FALTA-JUSTIFICADA
004640         MOVE "FJ" TO WS-REJ-MOTIVO
004650         GO TO 2600-REJEITAR
004660     END-IF
004670     IF WS-FALTA-JUSTIFICADA = "S" AND DTR-PRESENCA = "P"
004680         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004690             DTR-MATRICULA " PRESENCA COM FALTA JUSTIFICADA"
004700         MOVE "FJ" TO WS-REJ-MOTIVO
004710         GO TO 2600-REJEITAR
004720     END-IF
004730     GO TO 2600-EXIT.
004740 2600-REJEITAR.
004750     MOVE "N" TO WS-VALIDACAO-SW
004760     PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT.
004770 2600-EXIT.
004780     EXIT.
004790*-----------------------------------------------------------*
004800*  2900-LER-TRANSACAO - LE O PROXIMO REGISTRO DE DETALHE DO      *
004810*                 ARQUIVO DIARIOTRANS; O TRAILER (JA             *
004820*                 CONFERIDO NA PRIMEIRA PASSADA) ENCERRA A       *
004830*                 LEITURA                                        *
004840*-----------------------------------------------------------*
004850 2900-LER-TRANSACAO.
004860     READ DIARIO-TRANS-FILE
004870         AT END
004880             SET FIM-DE-TRANSACOES TO TRUE
004890             GO TO 2900-EXIT
004900     END-READ.
004910     IF DTR-REG-TRAILER
004920         SET FIM-DE-TRANSACOES TO TRUE
004930         GO TO 2900-EXIT
004940     END-IF.
004950     IF NOT DTR-REG-DETALHE
004960         GO TO 2900-LER-TRANSACAO
004970     END-IF.
004980 2900-EXIT.
004990     EXIT.
005000*-----------------------------------------------------------*
005010*  3000-INCLUIR-AULA - LANCA A PRESENCA DO ALUNO NA AULA;        *
005020*                 AULA JA LANCADA PARA O ALUNO E REJEITADA       *
005030*                 (A CORRECAO E FEITA PELA OPERACAO "A")         *
005040*-----------------------------------------------------------*
005050 3000-INCLUIR-AULA.
005060     PERFORM 2600-VALIDAR-PRESENCA THRU 2600-EXIT
005070     IF NOT VALIDACAO-OK
005080         GO TO 3000-EXIT
005090     END-IF
005100     MOVE SPACES                TO DAU-IMAGEM-ANTERIOR
005110     MOVE DTR-PRESENCA          TO DIA-PRESENCA
005120     MOVE WS-FALTA-JUSTIFICADA  TO DIA-FALTA-JUSTIFICADA
005130     MOVE WS-USUARIO            TO DIA-USUARIO
005140     MOVE WS-DATA-EXECUCAO      TO DIA-DATA-REGISTRO
005150     WRITE DIARIO-RECORD
005160         INVALID KEY
005170             DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
005180                 DTR-MATRICULA " AULA JA LANCADA: " DTR-TURMA
005190                 " " DTR-DATA-AULA " AULA " WS-AULA
005200             MOVE "AD" TO WS-REJ-MOTIVO
005210             PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
005220             GO TO 3000-EXIT
005230     END-WRITE
005240     ADD 1 TO WS-INCLUSOES
005250     ADD 1 TO WS-TRANS-APLICADAS
005260     IF DIA-PRESENTE
005270         ADD 1 TO WS-PRESENCAS-LANCADAS
005280     ELSE
005290         ADD 1 TO WS-FALTAS-LANCADAS
005300     END-IF
005310     PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT.
005320 3000-EXIT.
005330     EXIT.
005340*-----------------------------------------------------------*
005350*  4000-ALTERAR-AULA - CORRIGE A PRESENCA OU A JUSTIFICATIVA     *
005360*                 DE UMA AULA JA LANCADA PARA O ALUNO            *
005370*-----------------------------------------------------------*
005380 4000-ALTERAR-AULA.
005390     PERFORM 2600-VALIDAR-PRESENCA THRU 2600-EXIT
005400     IF NOT VALIDACAO-OK
005410         GO TO 4000-EXIT
005420     END-IF
005430     READ DIARIO-FILE
005440         INVALID KEY
005450             DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
005460                 DTR-MATRICULA " AULA NAO LANCADA: " DTR-TURMA
005470                 " " DTR-DATA-AULA " AULA " WS-AULA
005480             MOVE "AX" TO WS-REJ-MOTIVO
005490             PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
005500             GO TO 4000-EXIT
005510     END-READ
005520     MOVE DIARIO-RECORD         TO DAU-IMAGEM-ANTERIOR
005530     MOVE DTR-PRESENCA          TO DIA-PRESENCA
005540     MOVE WS-FALTA-JUSTIFICADA  TO DIA-FALTA-JUSTIFICADA
005550     MOVE WS-USUARIO            TO DIA-USUARIO
005560     MOVE WS-DATA-EXECUCAO      TO DIA-DATA-REGISTRO
005570     REWRITE DIARIO-RECORD
005570         INVALID KEY
005570             DISPLAY "ERRO: FALHA AO REGRAVAR A AULA "
005570                 DTR-TURMA " " DTR-DATA-AULA " AULA " WS-AULA
005570                 " MATRICULA " DTR-MATRICULA
005570             DISPLAY "   STATUS: " WS-DIARIO-STATUS
005570             PERFORM 8800-ABORTAR THRU 8800-EXIT
005570     END-REWRITE
005580     ADD 1 TO WS-ALTERACOES
005590     ADD 1 TO WS-TRANS-APLICADAS
005600     PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT
005610     DISPLAY "AULA CORRIGIDA ........: " DTR-MATRICULA " "
005620         DTR-TURMA " " DTR-DATA-AULA " AULA " WS-AULA " - "
005630         DIA-PRESENCA.
005640 4000-EXIT.
005650     EXIT.
005660*-----------------------------------------------------------*
005670*  5000-EXCLUIR-AULA - EXCLUI DO DIARIO UM LANCAMENTO FEITO      *
005680*                 POR ENGANO                                     *
005690*-----------------------------------------------------------*
005700 5000-EXCLUIR-AULA.
005710     READ DIARIO-FILE
005720         INVALID KEY
005730             DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
005740                 DTR-MATRICULA " AULA NAO LANCADA: " DTR-TURMA
005750                 " " DTR-DATA-AULA " AULA " WS-AULA
005760             MOVE "AX" TO WS-REJ-MOTIVO
005770             PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
005780             GO TO 5000-EXIT
005790     END-READ
005800     MOVE DIARIO-RECORD TO DAU-IMAGEM-ANTERIOR
005810     DELETE DIARIO-FILE
005810         INVALID KEY
005810             DISPLAY "ERRO: FALHA AO EXCLUIR A AULA "
005810                 DTR-TURMA " " DTR-DATA-AULA " AULA " WS-AULA
005810                 " MATRICULA " DTR-MATRICULA
005810             DISPLAY "   STATUS: " WS-DIARIO-STATUS
005810             PERFORM 8800-ABORTAR THRU 8800-EXIT
005810     END-DELETE
005820     MOVE SPACES TO DIARIO-RECORD
005830     ADD 1 TO WS-EXCLUSOES
005840     ADD 1 TO WS-TRANS-APLICADAS
005850     PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT
005860     DISPLAY "AULA EXCLUIDA .........: " DTR-MATRICULA " "
005870         DTR-TURMA " " DTR-DATA-AULA " AULA " WS-AULA.
005880 5000-EXIT.
005890     EXIT.
005900*-----------------------------------------------------------*
005910*  6000-GRAVA-TRILHA - GRAVA NA TRILHA DIARIOAUD QUEM MUDOU      *
005920*                 O QUE: USUARIO DO HEADER, OPERACAO, IMAGEM     *
005930*                 ANTERIOR E IMAGEM NOVA DO DIARIO. A IMAGEM     *
005940*                 ANTERIOR DEVE ESTAR CARREGADA EM               *
005950*                 DAU-IMAGEM-ANTERIOR ANTES DO PERFORM           *
005960*-----------------------------------------------------------*
005970 6000-GRAVA-TRILHA.
005980     MOVE WS-DATA-EXECUCAO TO DAU-DATA-EXECUCAO
005990     MOVE WS-HORA-EXECUCAO TO DAU-HORA-EXECUCAO
006000     MOVE WS-USUARIO       TO DAU-USUARIO
006010     MOVE DTR-OPERACAO     TO DAU-OPERACAO
006020     MOVE DIARIO-RECORD    TO DAU-IMAGEM-NOVA
006030     WRITE DIARIO-AUDIT-RECORD.
006040 6000-EXIT.
006050     EXIT.
006060*-----------------------------------------------------------*
006070*  6800-GRAVA-REJEITO - GRAVA NO ARQUIVO DIARIOREJ A IMAGEM      *
006080*                 ORIGINAL DA TRANSACAO E O MOTIVO DA REJEICAO.  *
006090*                 MOTIVOS:                                       *
006100*                 PI = PERIODO LETIVO INVALIDO                   *
006110*                 TX = TURMA NAO CADASTRADA                      *
006120*                 TE = TURMA ENCERRADA                           *
006130*                 DI = DATA DA AULA INVALIDA                     *
006140*                 DF = AULA COM DATA FUTURA                      *
006150*                 AI = AULA DO DIA INVALIDA                      *
006160*                 MB = MATRICULA EM BRANCO                       *
006170*                 MX = MATRICULA NAO CADASTRADA                  *
006180*                 OI = OPERACAO INVALIDA                         *
006190*                 PR = INDICADOR DE PRESENCA INVALIDO            *
006200*                 FJ = FALTA JUSTIFICADA INVALIDA                *
006210*                 AD = AULA JA LANCADA NA INCLUSAO               *
006220*                 AX = AULA NAO LANCADA NA ALTERACAO/EXCLUSAO    *
006230*-----------------------------------------------------------*
006240 6800-GRAVA-REJEITO.
006250     MOVE SPACES TO DIARIO-REJECT-RECORD
006260     MOVE DIARIO-TRANS-RECORD TO REJ-REGISTRO-ORIGINAL
006270     MOVE WS-REJ-MOTIVO       TO REJ-MOTIVO
006280     WRITE DIARIO-REJECT-RECORD
006290     ADD 1 TO WS-REJEITADAS.
006300 6800-EXIT.
006310     EXIT.
006320*-----------------------------------------------------------*
006330*  8800-ABORTAR - FECHA OS ARQUIVOS E ENCERRA COM RETURN-CODE 16 *
006340*-----------------------------------------------------------*
006350 8800-ABORTAR.
006360     CLOSE DIARIO-TRANS-FILE
006370     CLOSE STUDENT-MASTER-FILE
006380     CLOSE TURMA-MASTER-FILE
006390     CLOSE DIARIO-FILE
006400     CLOSE DIARIO-REJECT-FILE
006410     CLOSE DIARIO-AUDIT-FILE
006420     MOVE 16 TO RETURN-CODE
006430     STOP RUN.
006440 8800-EXIT.
006450     EXIT.
006460*-----------------------------------------------------------*
006470*  9000-FINALIZAR - EMITE O RESUMO DA CARGA E FECHA OS           *
006480*                 ARQUIVOS                                       *
006490*-----------------------------------------------------------*
006500 9000-FINALIZAR.
006510     DISPLAY "=================================================="
006520     DISPLAY "TRANSACOES DE DETALHE .: " WS-REGISTROS-LIDOS
006530     DISPLAY "TRANSACOES APLICADAS ..: " WS-TRANS-APLICADAS
006540     DISPLAY "AULAS LANCADAS ........: " WS-INCLUSOES
006550     DISPLAY "   PRESENCAS ..........: " WS-PRESENCAS-LANCADAS
006560     DISPLAY "   FALTAS .............: " WS-FALTAS-LANCADAS
006570     DISPLAY "AULAS CORRIGIDAS ......: " WS-ALTERACOES
006580     DISPLAY "AULAS EXCLUIDAS .......: " WS-EXCLUSOES
006590     DISPLAY "TRANSACOES REJEITADAS .: " WS-REJEITADAS
006600     IF WS-REJEITADAS > 0
006610         MOVE 8 TO RETURN-CODE
006620     END-IF
006630     CLOSE DIARIO-TRANS-FILE
006640     CLOSE STUDENT-MASTER-FILE
006650     CLOSE TURMA-MASTER-FILE
006660     CLOSE DIARIO-FILE
006670     CLOSE DIARIO-REJECT-FILE
006680     CLOSE DIARIO-AUDIT-FILE.
006690 9000-EXIT.
006700     EXIT.
006710 END PROGRAM CARGA-DIARIO-FREQUENCIA.
