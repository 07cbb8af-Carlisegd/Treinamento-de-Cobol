000100*****************************************************************
000110* PROGRAM-ID : CARGA-NOTAS-EXTERNAS
000120* AUTHOR     : CARLISE DEBONA
000130* INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS
000140* DATE-WRITTEN: 15/10/2026
000150* PURPOSE    : CARGA EM LOTE NO HISTORICO PERMANENTE (GRADEHIST)
000160*              DAS MEDIAS TRAZIDAS PELO ALUNO QUE CHEGOU POR
000170*              TRANSFERENCIA DE OUTRA ESCOLA, A PARTIR DO ARQUIVO
000180*              NOTASEXT, COM REGISTRO HEADER/TRAILER DE CONTROLE
000190*              COMO O MASTERTRANS. CADA MEDIA E GRAVADA COMO
000200*              EXTERNA (GH-ORIGEM "E") COM O NOME DA ESCOLA DE
000210*              ORIGEM, NO PERIODO LETIVO E NA TURMA EQUIVALENTE
000220*              DA ESCOLA, PARA O FECHAMENTO-ANUAL APURAR O ANO
000230*              COMBINANDO OS PERIODOS EXTERNOS COM OS NOSSOS. A
000240*              MATRICULA E CONFERIDA NO STUDENTMASTER E A TURMA
000250*              NO TURMAMASTER. MEDIA JA APURADA PELA ESCOLA NO
000260*              MESMO PERIODO E TURMA NUNCA E SUBSTITUIDA.
000270*              TRANSACAO INVALIDA E REJEITADA COM A IMAGEM
000280*              ORIGINAL E O MOTIVO NO ARQUIVO NOTASEXTREJ, E CADA
000290*              MEDIA GRAVADA OU EXCLUIDA GRAVA NA TRILHA
000300*              NOTASEXTAUD A IMAGEM ANTERIOR E A NOVA, COM O
000310*              USUARIO DO HEADER.
000320*****************************************************************
000330* MODIFICATION HISTORY
000340* -----------------------------------------------------------
000350* DATE       INIT DESCRIPTION
000360* 15/10/2026 CD   VERSAO INICIAL. OPERACAO "I" INCLUI A MEDIA
000370*                 EXTERNA (OU SUBSTITUI A EXTERNA JA CARREGADA) E
000380*                 "E" EXCLUI UMA MEDIA EXTERNA CARREGADA POR
000390*                 ENGANO. ESCOLA EM BRANCO NA TRANSACAO ASSUME A
000400*                 ESCOLA DE ORIGEM DA ULTIMA CHEGADA DO ALUNO NO
000410*                 ARQUIVO TRANSFERENCIAS.
000410* 15/10/2026 CD   O TURMAMASTER GANHOU A QUANTIDADE DE AULAS
000410*                 PREVISTAS NO PERIODO LETIVO
000410*                 (TRM-AULAS-PREVISTAS); O REGISTRO PASSA DE 70
000410*                 PARA 73 BYTES.
000410* 15/10/2026 CD   O GRADEHIST E O TURMAMASTER GRAVADOS NO LEIAUTE
000410*                 ANTERIOR PRECISAM DE CONVERSAO UNICA DE LEIAUTE
000410*                 (CONVERSAO-LEIAUTE) ANTES DO PRIMEIRO LOTE COM
000410*                 ESTA VERSAO.
000410* 15/10/2026 CD   FALHA NA REGRAVACAO OU NA EXCLUSAO DA MEDIA
000410*                 EXTERNA NO GRADEHIST ENCERRA O PROCESSAMENTO COM
000410*                 RETURN-CODE 16, ANTES DA TRILHA E DOS TOTAIS.
000420* -----------------------------------------------------------
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. CARGA-NOTAS-EXTERNAS.
000450 AUTHOR. CARLISE DEBONA.
000460 INSTALLATION. SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS.
000470 DATE-WRITTEN. 15/10/2026.
000480 DATE-COMPILED.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT NOTAS-EXT-FILE ASSIGN TO "NOTASEXT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TRANS-STATUS.
000550     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTMASTER"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS MST-MATRICULA
000590         FILE STATUS IS WS-MASTER-STATUS.
000600     SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMASTER"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS TRM-TURMA
000640         FILE STATUS IS WS-TURMA-STATUS.
000650     SELECT GRADE-HIST-FILE ASSIGN TO "GRADEHIST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS GH-CHAVE
000690         FILE STATUS IS WS-HIST-STATUS.
000700     SELECT TRANSFERENCIA-FILE ASSIGN TO "TRANSFERENCIAS"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS TRF-CHAVE
000740         FILE STATUS IS WS-TRANSF-STATUS.
000750     SELECT NOTAS-REJECT-FILE ASSIGN TO "NOTASEXTREJ"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-REJECT-STATUS.
000780     SELECT NOTAS-AUDIT-FILE ASSIGN TO "NOTASEXTAUD"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-AUDIT-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  NOTAS-EXT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  NOTAS-EXT-RECORD.
000860     05 NTE-TIPO-REGISTRO          PIC X(01).
000870         88 NTE-REG-HEADER                   VALUE "H".
000880         88 NTE-REG-DETALHE                  VALUE "D".
000890         88 NTE-REG-TRAILER                  VALUE "T".
000900     05 NTE-OPERACAO               PIC X(01).
000910         88 NTE-INCLUSAO                     VALUE "I".
000920         88 NTE-EXCLUSAO                     VALUE "E".
000930     05 NTE-MATRICULA              PIC X(09).
000940     05 NTE-PERIODO-LETIVO         PIC X(06).
000950     05 NTE-TURMA                  PIC X(06).
000960     05 NTE-MEDIA-FINAL            PIC 9(03)V9(02).
000970     05 NTE-SITUACAO               PIC X(20).
000980     05 NTE-ESCOLA                 PIC X(40).
000990 01  NOTAS-EXT-HEADER.
001000     05 NTH-TIPO-REGISTRO          PIC X(01).
001010     05 NTH-DATA-REFERENCIA        PIC X(08).
001020     05 NTH-USUARIO                PIC X(08).
001030 01  NOTAS-EXT-TRAILER.
001040     05 NTT-TIPO-REGISTRO          PIC X(01).
001050     05 NTT-QTD-REGISTROS          PIC 9(07).
001060 FD  STUDENT-MASTER-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  STUDENT-MASTER-RECORD.
001090     05 MST-MATRICULA              PIC X(09).
001100     05 MST-NOME-OFICIAL           PIC X(30).
001110     05 MST-STATUS-MATRICULA       PIC X(01).
001120 FD  TURMA-MASTER-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  TURMA-MASTER-RECORD.
001150     05 TRM-TURMA                  PIC X(06).
001160     05 TRM-NOME-DISCIPLINA        PIC X(30).
001170     05 TRM-PROFESSOR              PIC X(30).
001180     05 TRM-QTD-AVALIACOES         PIC 9(02).
001190     05 TRM-USA-PESO-OBRIG         PIC X(01).
001200     05 TRM-STATUS-TURMA           PIC X(01).
001200     05 TRM-AULAS-PREVISTAS        PIC 9(03).
001210 FD  GRADE-HIST-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  GRADE-HIST-RECORD.
001240     05 GH-CHAVE.
001250         10 GH-MATRICULA           PIC X(09).
001260         10 GH-PERIODO-LETIVO      PIC X(06).
001270         10 GH-TURMA               PIC X(06).
001280     05 GH-MEDIA-FINAL             PIC 9(03)V9(02).
001290     05 GH-SITUACAO                PIC X(20).
001300     05 GH-ORIGEM                  PIC X(01).
001310         88 GH-NOTA-EXTERNA                  VALUE "E".
001320     05 GH-ESCOLA-ORIGEM           PIC X(40).
001330 FD  TRANSFERENCIA-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  TRANSFERENCIA-RECORD.
001360     05 TRF-CHAVE.
001370         10 TRF-MATRICULA          PIC X(09).
001380         10 TRF-TIPO               PIC X(01).
001390             88 TRF-SAIDA                    VALUE "S".
001400             88 TRF-CHEGADA                  VALUE "E".
001410         10 TRF-DATA               PIC X(08).
001420     05 TRF-ESCOLA                 PIC X(40).
001430     05 TRF-USUARIO                PIC X(08).
001440     05 TRF-DATA-REGISTRO          PIC X(08).
001450     05 TRF-DATA-GUIA              PIC X(08).
001460 FD  NOTAS-REJECT-FILE
001470     LABEL RECORDS ARE STANDARD.
001480 01  NOTAS-REJECT-RECORD.
001490     05 REJ-REGISTRO-ORIGINAL      PIC X(88).
001500     05 REJ-MOTIVO                 PIC X(02).
001510 FD  NOTAS-AUDIT-FILE
001520     LABEL RECORDS ARE STANDARD.
001530 01  NOTAS-AUDIT-RECORD.
001540     05 NTA-DATA-EXECUCAO          PIC X(08).
001550     05 NTA-HORA-EXECUCAO          PIC X(08).
001560     05 NTA-USUARIO                PIC X(08).
001570     05 NTA-OPERACAO               PIC X(01).
001580     05 NTA-IMAGEM-ANTERIOR        PIC X(87).
001590     05 NTA-IMAGEM-NOVA            PIC X(87).
001600 WORKING-STORAGE SECTION.
001610 77 WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
001620 77 WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
001630 77 WS-TURMA-STATUS             PIC X(02) VALUE SPACES.
001640 77 WS-HIST-STATUS              PIC X(02) VALUE SPACES.
001650 77 WS-TRANSF-STATUS            PIC X(02) VALUE SPACES.
001660 77 WS-REJECT-STATUS            PIC X(02) VALUE SPACES.
001670 77 WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001680 77 WS-EOF-SW                   PIC X(01) VALUE "N".
001690     88 FIM-DE-TRANSACOES               VALUE "S".
001700 77 WS-TRAILER-LIDO-SW          PIC X(01) VALUE "N".
001710     88 TRAILER-LIDO                    VALUE "S".
001720 77 WS-CONTROLE-OK-SW           PIC X(01) VALUE "S".
001730     88 CONTROLE-OK                     VALUE "S".
001740 77 WS-VALIDACAO-SW             PIC X(01) VALUE "S".
001750     88 VALIDACAO-OK                    VALUE "S".
001760 77 WS-TRANSF-DISPONIVEL-SW     PIC X(01) VALUE "N".
001770     88 TRANSFERENCIAS-DISPONIVEL       VALUE "S".
001780 77 WS-TRANSF-EOF-SW            PIC X(01) VALUE "N".
001790     88 FIM-DAS-CHEGADAS                VALUE "S".
001800 77 WS-REJ-MOTIVO               PIC X(02) VALUE SPACES.
001810 77 WS-DATA-EXECUCAO            PIC X(08) VALUE SPACES.
001820 77 WS-HORA-EXECUCAO            PIC X(08) VALUE SPACES.
001830 77 WS-DATA-REFERENCIA          PIC X(08) VALUE SPACES.
001840 77 WS-USUARIO                  PIC X(08) VALUE SPACES.
001850 77 WS-ESCOLA                   PIC X(40) VALUE SPACES.
001860 77 WS-MEDIA-EDIT               PIC ZZ9.99 VALUE ZEROS.
001870 77 WS-REGISTROS-LIDOS          PIC 9(07) COMP VALUE ZERO.
001880 77 WS-TRANS-APLICADAS          PIC 9(05) COMP VALUE ZERO.
001890 77 WS-INCLUSOES                PIC 9(05) COMP VALUE ZERO.
001900 77 WS-SUBSTITUICOES            PIC 9(05) COMP VALUE ZERO.
001910 77 WS-EXCLUSOES                PIC 9(05) COMP VALUE ZERO.
001920 77 WS-REJEITADAS               PIC 9(05) COMP VALUE ZERO.
001930 PROCEDURE DIVISION.
001940*-----------------------------------------------------------*
001950*  0000-MAINLINE                                            *
001960*-----------------------------------------------------------*
001970 0000-MAINLINE.
001980     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001990     PERFORM 1200-CONFERIR-CONTROLES THRU 1200-EXIT.
002000     PERFORM 2000-PROCESSAR-TRANSACAO THRU 2000-EXIT
002010         UNTIL FIM-DE-TRANSACOES.
002020     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002030     STOP RUN.
002040*-----------------------------------------------------------*
002050*  1000-INICIALIZAR - ABRE OS ARQUIVOS. STUDENTMASTER,           *
002060*                 TURMAMASTER E GRADEHIST TEM DE EXISTIR; O      *
002070*                 ARQUIVO TRANSFERENCIAS SO E CONSULTADO PARA    *
002080*                 A ESCOLA DE ORIGEM QUANDO ELA VEM EM BRANCO    *
002090*-----------------------------------------------------------*
002100 1000-INICIALIZAR.
002110     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
002120     ACCEPT WS-HORA-EXECUCAO FROM TIME.
002130     OPEN INPUT NOTAS-EXT-FILE.
002140     IF WS-TRANS-STATUS NOT = "00"
002150         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
002160             "NOTAS EXTERNAS NOTASEXT - STATUS: " WS-TRANS-STATUS
002170         MOVE 16 TO RETURN-CODE
002180         STOP RUN
002190     END-IF.
002200     OPEN INPUT STUDENT-MASTER-FILE.
002210     IF WS-MASTER-STATUS NOT = "00"
002220         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO "
002230             "MESTRE STUDENTMASTER - STATUS: " WS-MASTER-STATUS
002240         CLOSE NOTAS-EXT-FILE
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280     OPEN INPUT TURMA-MASTER-FILE.
002290     IF WS-TURMA-STATUS NOT = "00"
002300         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO DE "
002310             "TURMAS TURMAMASTER - STATUS: " WS-TURMA-STATUS
002320         CLOSE NOTAS-EXT-FILE
002330         CLOSE STUDENT-MASTER-FILE
002340         MOVE 16 TO RETURN-CODE
002350         STOP RUN
002360     END-IF.
002370     OPEN I-O GRADE-HIST-FILE.
002380     IF WS-HIST-STATUS NOT = "00"
002390         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O HISTORICO "
002400             "GRADEHIST - STATUS: " WS-HIST-STATUS
002410         CLOSE NOTAS-EXT-FILE
002420         CLOSE STUDENT-MASTER-FILE
002430         CLOSE TURMA-MASTER-FILE
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     OPEN INPUT TRANSFERENCIA-FILE.
002480     IF WS-TRANSF-STATUS = "00"
002490         SET TRANSFERENCIAS-DISPONIVEL TO TRUE
002500     END-IF.
002510     OPEN OUTPUT NOTAS-REJECT-FILE.
002520     OPEN EXTEND NOTAS-AUDIT-FILE.
002530     IF WS-AUDIT-STATUS NOT = "00"
002540         OPEN OUTPUT NOTAS-AUDIT-FILE
002550         CLOSE NOTAS-AUDIT-FILE
002560         OPEN EXTEND NOTAS-AUDIT-FILE
002570     END-IF.
002580     DISPLAY "========= CARGA DE NOTAS DE OUTRAS ESCOLAS =======".
002590 1000-EXIT.
002600     EXIT.
002610*-----------------------------------------------------------*
002620*  1200-CONFERIR-CONTROLES - PRIMEIRA PASSADA: CONFERE HEADER,   *
002630*                 TRAILER E QUANTIDADE DE DETALHES ANTES DE      *
002640*                 GRAVAR QUALQUER MEDIA; LOTE COM CONTROLE       *
002650*                 DIVERGENTE ENCERRA COM RETURN-CODE 16. AO FIM, *
002660*                 O ARQUIVO E REABERTO E POSICIONADO NO PRIMEIRO *
002670*                 DETALHE PARA A SEGUNDA PASSADA                 *
002680*-----------------------------------------------------------*
002690 1200-CONFERIR-CONTROLES.
002700     READ NOTAS-EXT-FILE
002710         AT END
002720             DISPLAY "ERRO: ARQUIVO NOTASEXT VAZIO - SEM "
002730                 "REGISTRO HEADER"
002740             PERFORM 8800-ABORTAR THRU 8800-EXIT
002750     END-READ.
002760     IF NOT NTE-REG-HEADER
002770         DISPLAY "ERRO: PRIMEIRO REGISTRO DO ARQUIVO "
002780             "NOTASEXT NAO E HEADER - TIPO LIDO: "
002790             NTE-TIPO-REGISTRO
002800         PERFORM 8800-ABORTAR THRU 8800-EXIT
002810     END-IF.
002820     MOVE NTH-DATA-REFERENCIA TO WS-DATA-REFERENCIA.
002830     MOVE NTH-USUARIO         TO WS-USUARIO.
002840     DISPLAY "LOTE DE NOTAS EXTERNAS COM DATA DE REFERENCIA "
002850         WS-DATA-REFERENCIA " - USUARIO " WS-USUARIO.
002860 1200-CONTAR.
002870     READ NOTAS-EXT-FILE
002880         AT END
002890             GO TO 1200-CONFERIR
002900     END-READ.
002910     IF NTE-REG-TRAILER
002920         SET TRAILER-LIDO TO TRUE
002930         IF NTT-QTD-REGISTROS NOT = WS-REGISTROS-LIDOS
002940             DISPLAY "ERRO: QUANTIDADE DE REGISTROS NAO CONFERE "
002950                 "COM O TRAILER DO ARQUIVO NOTASEXT"
002960             DISPLAY "   TRAILER .: " NTT-QTD-REGISTROS
002970             DISPLAY "   LIDOS ...: " WS-REGISTROS-LIDOS
002980             MOVE "N" TO WS-CONTROLE-OK-SW
002990         END-IF
003000         GO TO 1200-CONFERIR
003010     END-IF.
003020     IF NOT NTE-REG-DETALHE
003030         DISPLAY "ERRO: TIPO DE REGISTRO INVALIDO NO ARQUIVO "
003040             "NOTASEXT: " NTE-TIPO-REGISTRO
003050         MOVE "N" TO WS-CONTROLE-OK-SW
003060         GO TO 1200-CONTAR
003070     END-IF.
003080     ADD 1 TO WS-REGISTROS-LIDOS.
003090     GO TO 1200-CONTAR.
003100 1200-CONFERIR.
003110     IF NOT TRAILER-LIDO
003120         DISPLAY "ERRO: ARQUIVO NOTASEXT TERMINOU SEM "
003130             "REGISTRO TRAILER - POSSIVEL TRANSFERENCIA "
003140             "TRUNCADA"
003150         MOVE "N" TO WS-CONTROLE-OK-SW
003160     END-IF.
003170     IF NOT CONTROLE-OK
003180         DISPLAY "ERRO: CONTROLES DO ARQUIVO NOTASEXT NAO "
003190             "CONFEREM - NENHUMA MEDIA FOI GRAVADA"
003200         PERFORM 8800-ABORTAR THRU 8800-EXIT
003210     END-IF.
003220     CLOSE NOTAS-EXT-FILE.
003230     OPEN INPUT NOTAS-EXT-FILE.
003240     READ NOTAS-EXT-FILE
003250         AT END SET FIM-DE-TRANSACOES TO TRUE
003260     END-READ.
003270     PERFORM 2900-LER-TRANSACAO THRU 2900-EXIT.
003280 1200-EXIT.
003290     EXIT.
003300*-----------------------------------------------------------*
003310*  2000-PROCESSAR-TRANSACAO - CONFERE A CHAVE DA MEDIA E         *
003320*                 APLICA A TRANSACAO CONFORME A OPERACAO: "I"    *
003330*                 INCLUSAO, "E" EXCLUSAO                         *
003340*-----------------------------------------------------------*
003350 2000-PROCESSAR-TRANSACAO.
003360     PERFORM 2500-VALIDAR-CHAVE THRU 2500-EXIT
003370     IF NOT VALIDACAO-OK
003380         GO TO 2000-PROXIMA-TRANSACAO
003390     END-IF
003400     IF NTE-INCLUSAO
003410         PERFORM 3000-INCLUIR-MEDIA THRU 3000-EXIT
003420         GO TO 2000-PROXIMA-TRANSACAO
003430     END-IF
003440     IF NTE-EXCLUSAO
003450         PERFORM 4000-EXCLUIR-MEDIA THRU 4000-EXIT
003460         GO TO 2000-PROXIMA-TRANSACAO
003470     END-IF
003480     DISPLAY "TRANSACAO REJEITADA - MATRICULA: " NTE-MATRICULA
003490         " OPERACAO INVALIDA: " NTE-OPERACAO
003500     MOVE "OI" TO WS-REJ-MOTIVO
003510     PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT.
003520 2000-PROXIMA-TRANSACAO.
003530     PERFORM 2900-LER-TRANSACAO THRU 2900-EXIT.
003540 2000-EXIT.
003550     EXIT.
003560*-----------------------------------------------------------*
003570*  2500-VALIDAR-CHAVE - CONFERE A MATRICULA NO STUDENTMASTER,    *
003580*                 O PERIODO LETIVO E A TURMA NO TURMAMASTER      *
003590*-----------------------------------------------------------*
003600 2500-VALIDAR-CHAVE.
003610     MOVE "S" TO WS-VALIDACAO-SW
003620     IF NTE-MATRICULA = SPACES
003630         DISPLAY "TRANSACAO REJEITADA - MATRICULA EM BRANCO"
003640         MOVE "MB" TO WS-REJ-MOTIVO
003650         GO TO 2500-REJEITAR
003660     END-IF
003670     MOVE NTE-MATRICULA TO MST-MATRICULA
003680     READ STUDENT-MASTER-FILE
003690         INVALID KEY
003700             DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
003710                 NTE-MATRICULA " NAO CONSTA NO CADASTRO"
003720             MOVE "MX" TO WS-REJ-MOTIVO
003730             GO TO 2500-REJEITAR
003740     END-READ
003750     IF NTE-PERIODO-LETIVO = SPACES
003760         OR NTE-PERIODO-LETIVO (1:4) NOT NUMERIC
003770         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
003780             NTE-MATRICULA " PERIODO LETIVO INVALIDO: "
003790             NTE-PERIODO-LETIVO
003800         MOVE "PI" TO WS-REJ-MOTIVO
003810         GO TO 2500-REJEITAR
003820     END-IF
003830     MOVE NTE-TURMA TO TRM-TURMA
003840     READ TURMA-MASTER-FILE
003850         INVALID KEY
003860             DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
003870                 NTE-MATRICULA " TURMA NAO CADASTRADA: "
003880                 NTE-TURMA
003890             MOVE "TX" TO WS-REJ-MOTIVO
003900             GO TO 2500-REJEITAR
003910     END-READ
003920     GO TO 2500-EXIT.
003930 2500-REJEITAR.
003940     MOVE "N" TO WS-VALIDACAO-SW
003950     PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT.
003960 2500-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------*
003990*  2900-LER-TRANSACAO - LE O PROXIMO REGISTRO DE DETALHE DO      *
004000*                 ARQUIVO NOTASEXT; O TRAILER (JA CONFERIDO      *
004010*                 NA PRIMEIRA PASSADA) ENCERRA A LEITURA         *
004020*-----------------------------------------------------------*
004030 2900-LER-TRANSACAO.
004040     READ NOTAS-EXT-FILE
004050         AT END
004060             SET FIM-DE-TRANSACOES TO TRUE
004070             GO TO 2900-EXIT
004080     END-READ.
004090     IF NTE-REG-TRAILER
004100         SET FIM-DE-TRANSACOES TO TRUE
004110         GO TO 2900-EXIT
004120     END-IF.
004130     IF NOT NTE-REG-DETALHE
004140         GO TO 2900-LER-TRANSACAO
004150     END-IF.
004160 2900-EXIT.
004170     EXIT.
004180*-----------------------------------------------------------*
004190*  3000-INCLUIR-MEDIA - GRAVA A MEDIA EXTERNA NO GRADEHIST.      *
004200*                 MEDIA ACIMA DE 100, SITUACAO FORA DAS          *
004210*                 SITUACOES DO GRADEHIST OU SEM ESCOLA DE        *
004220*                 ORIGEM E REJEITADA; MEDIA APURADA PELA         *
004230*                 ESCOLA NA MESMA CHAVE NAO E SUBSTITUIDA        *
004240*-----------------------------------------------------------*
004250 3000-INCLUIR-MEDIA.
004260     IF NTE-MEDIA-FINAL NOT NUMERIC
004270         OR NTE-MEDIA-FINAL > 100
004280         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004290             NTE-MATRICULA " MEDIA INVALIDA: " NTE-MEDIA-FINAL
004300         MOVE "NI" TO WS-REJ-MOTIVO
004310         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004320         GO TO 3000-EXIT
004330     END-IF
004340     IF NTE-SITUACAO NOT = "APROVADO"
004350         AND NTE-SITUACAO NOT = "REPROVADO"
004360         AND NTE-SITUACAO NOT = "REPROVADO POR FALTA"
004370         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004380             NTE-MATRICULA " SITUACAO INVALIDA: " NTE-SITUACAO
004390         MOVE "SI" TO WS-REJ-MOTIVO
004400         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004410         GO TO 3000-EXIT
004420     END-IF
004430     MOVE NTE-ESCOLA TO WS-ESCOLA
004440     IF WS-ESCOLA = SPACES
004450         PERFORM 3500-BUSCAR-CHEGADA THRU 3500-EXIT
004460     END-IF
004470     IF WS-ESCOLA = SPACES
004480         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004490             NTE-MATRICULA " ESCOLA DE ORIGEM EM BRANCO E SEM "
004500             "CHEGADA REGISTRADA"
004510         MOVE "EB" TO WS-REJ-MOTIVO
004520         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004530         GO TO 3000-EXIT
004540     END-IF
004550     MOVE NTE-MATRICULA      TO GH-MATRICULA
004560     MOVE NTE-PERIODO-LETIVO TO GH-PERIODO-LETIVO
004570     MOVE NTE-TURMA          TO GH-TURMA
004580     READ GRADE-HIST-FILE
004590         INVALID KEY
004600             MOVE SPACES TO NTA-IMAGEM-ANTERIOR
004610             GO TO 3000-GRAVAR
004620     END-READ
004630     IF NOT GH-NOTA-EXTERNA
004640         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004650             NTE-MATRICULA " JA TEM MEDIA APURADA PELA ESCOLA NA "
004660             "TURMA " NTE-TURMA " PERIODO " NTE-PERIODO-LETIVO
004670         MOVE "MI" TO WS-REJ-MOTIVO
004680         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004690         GO TO 3000-EXIT
004700     END-IF
004710     MOVE GRADE-HIST-RECORD TO NTA-IMAGEM-ANTERIOR
004720     MOVE NTE-MEDIA-FINAL TO GH-MEDIA-FINAL
004730     MOVE NTE-SITUACAO    TO GH-SITUACAO
004740     MOVE WS-ESCOLA       TO GH-ESCOLA-ORIGEM
004750     REWRITE GRADE-HIST-RECORD
004750         INVALID KEY
004750             DISPLAY "ERRO: FALHA NA REGRAVACAO DO HISTORICO - "
004750                 "MATRICULA " NTE-MATRICULA " - STATUS: "
004750                 WS-HIST-STATUS
004750             PERFORM 8800-ABORTAR THRU 8800-EXIT
004750     END-REWRITE
004760     ADD 1 TO WS-SUBSTITUICOES
004770     ADD 1 TO WS-TRANS-APLICADAS
004780     PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT
004790     MOVE GH-MEDIA-FINAL TO WS-MEDIA-EDIT
004800     DISPLAY "MEDIA EXTERNA SUBSTITUIDA: " NTE-MATRICULA " "
004810         NTE-PERIODO-LETIVO " " NTE-TURMA " " WS-MEDIA-EDIT
004820     GO TO 3000-EXIT.
004830 3000-GRAVAR.
004840     MOVE NTE-MEDIA-FINAL TO GH-MEDIA-FINAL
004850     MOVE NTE-SITUACAO    TO GH-SITUACAO
004860     MOVE "E"             TO GH-ORIGEM
004870     MOVE WS-ESCOLA       TO GH-ESCOLA-ORIGEM
004880     WRITE GRADE-HIST-RECORD
004890         INVALID KEY
004900             DISPLAY "ERRO: FALHA NA GRAVACAO DO HISTORICO - "
004910                 "MATRICULA " NTE-MATRICULA " - STATUS: "
004920                 WS-HIST-STATUS
004930             PERFORM 8800-ABORTAR THRU 8800-EXIT
004940     END-WRITE
004950     ADD 1 TO WS-INCLUSOES
004960     ADD 1 TO WS-TRANS-APLICADAS
004970     PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT
004980     MOVE GH-MEDIA-FINAL TO WS-MEDIA-EDIT
004990     DISPLAY "MEDIA EXTERNA INCLUIDA ..: " NTE-MATRICULA " "
005000         NTE-PERIODO-LETIVO " " NTE-TURMA " " WS-MEDIA-EDIT.
005010 3000-EXIT.
005020     EXIT.
005030*-----------------------------------------------------------*
005040*  3500-BUSCAR-CHEGADA - PROCURA NO ARQUIVO TRANSFERENCIAS A     *
005050*                 ULTIMA CHEGADA DO ALUNO E ASSUME A ESCOLA      *
005060*                 DE ORIGEM REGISTRADA NELA                      *
005070*-----------------------------------------------------------*
005080 3500-BUSCAR-CHEGADA.
005090     IF NOT TRANSFERENCIAS-DISPONIVEL
005100         GO TO 3500-EXIT
005110     END-IF
005120     MOVE "N"           TO WS-TRANSF-EOF-SW
005130     MOVE LOW-VALUES    TO TRF-CHAVE
005140     MOVE NTE-MATRICULA TO TRF-MATRICULA
005150     MOVE "E"           TO TRF-TIPO
005160     START TRANSFERENCIA-FILE KEY >= TRF-CHAVE
005170         INVALID KEY
005180             GO TO 3500-EXIT
005190     END-START
005200     PERFORM 3550-LER-CHEGADA THRU 3550-EXIT
005210         UNTIL FIM-DAS-CHEGADAS.
005220 3500-EXIT.
005230     EXIT.
005240*-----------------------------------------------------------*
005250*  3550-LER-CHEGADA - LE UMA CHEGADA DO ALUNO; A ULTIMA          *
005260*                 (MAIS RECENTE) PREVALECE                       *
005270*-----------------------------------------------------------*
005280 3550-LER-CHEGADA.
005290     READ TRANSFERENCIA-FILE NEXT RECORD
005300         AT END
005310             SET FIM-DAS-CHEGADAS TO TRUE
005320             GO TO 3550-EXIT
005330     END-READ
005340     IF TRF-MATRICULA NOT = NTE-MATRICULA
005350         OR NOT TRF-CHEGADA
005360         SET FIM-DAS-CHEGADAS TO TRUE
005370         GO TO 3550-EXIT
005380     END-IF
005390     MOVE TRF-ESCOLA TO WS-ESCOLA.
005400 3550-EXIT.
005410     EXIT.
005420*-----------------------------------------------------------*
005430*  4000-EXCLUIR-MEDIA - EXCLUI DO GRADEHIST UMA MEDIA EXTERNA    *
005440*                 CARREGADA POR ENGANO; MEDIA APURADA PELA       *
005450*                 ESCOLA NAO E EXCLUIDA POR ESTA CARGA           *
005460*-----------------------------------------------------------*
005470 4000-EXCLUIR-MEDIA.
005480     MOVE NTE-MATRICULA      TO GH-MATRICULA
005490     MOVE NTE-PERIODO-LETIVO TO GH-PERIODO-LETIVO
005500     MOVE NTE-TURMA          TO GH-TURMA
005510     READ GRADE-HIST-FILE
005520         INVALID KEY
005530             DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
005540                 NTE-MATRICULA " SEM MEDIA NA TURMA " NTE-TURMA
005550                 " PERIODO " NTE-PERIODO-LETIVO
005560             MOVE "NX" TO WS-REJ-MOTIVO
005570             PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
005580             GO TO 4000-EXIT
005590     END-READ
005600     IF NOT GH-NOTA-EXTERNA
005610         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
005620             NTE-MATRICULA " MEDIA APURADA PELA ESCOLA NAO PODE "
005630             "SER EXCLUIDA"
005640         MOVE "MI" TO WS-REJ-MOTIVO
005650         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
005660         GO TO 4000-EXIT
005670     END-IF
005680     MOVE GRADE-HIST-RECORD TO NTA-IMAGEM-ANTERIOR
005690     DELETE GRADE-HIST-FILE
005690         INVALID KEY
005690             DISPLAY "ERRO: FALHA NA EXCLUSAO DO HISTORICO - "
005690                 "MATRICULA " NTE-MATRICULA " - STATUS: "
005690                 WS-HIST-STATUS
005690             PERFORM 8800-ABORTAR THRU 8800-EXIT
005690     END-DELETE
005700     MOVE SPACES TO GRADE-HIST-RECORD
005710     ADD 1 TO WS-EXCLUSOES
005720     ADD 1 TO WS-TRANS-APLICADAS
005730     PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT
005740     DISPLAY "MEDIA EXTERNA EXCLUIDA ..: " NTE-MATRICULA " "
005750         NTE-PERIODO-LETIVO " " NTE-TURMA.
005760 4000-EXIT.
005770     EXIT.
005780*-----------------------------------------------------------*
005790*  6000-GRAVA-TRILHA - GRAVA NA TRILHA NOTASEXTAUD QUEM MUDOU    *
005800*                 O QUE: USUARIO DO HEADER, OPERACAO, IMAGEM     *
005810*                 ANTERIOR E IMAGEM NOVA DO GRADEHIST. A         *
005820*                 IMAGEM ANTERIOR DEVE ESTAR CARREGADA EM        *
005830*                 NTA-IMAGEM-ANTERIOR ANTES DO PERFORM           *
005840*-----------------------------------------------------------*
005850 6000-GRAVA-TRILHA.
005860     MOVE WS-DATA-EXECUCAO  TO NTA-DATA-EXECUCAO
005870     MOVE WS-HORA-EXECUCAO  TO NTA-HORA-EXECUCAO
005880     MOVE WS-USUARIO        TO NTA-USUARIO
005890     MOVE NTE-OPERACAO      TO NTA-OPERACAO
005900     MOVE GRADE-HIST-RECORD TO NTA-IMAGEM-NOVA
005910     WRITE NOTAS-AUDIT-RECORD.
005920 6000-EXIT.
005930     EXIT.
005940*-----------------------------------------------------------*
005950*  6800-GRAVA-REJEITO - GRAVA NO ARQUIVO NOTASEXTREJ A IMAGEM    *
005960*                 ORIGINAL DA TRANSACAO E O MOTIVO DA REJEICAO.  *
005970*                 MOTIVOS:                                       *
005980*                 MB = MATRICULA EM BRANCO                       *
005990*                 MX = MATRICULA NAO CADASTRADA                  *
006000*                 PI = PERIODO LETIVO INVALIDO                   *
006010*                 TX = TURMA NAO CADASTRADA                      *
006020*                 OI = OPERACAO INVALIDA                         *
006030*                 NI = MEDIA NAO NUMERICA OU ACIMA DE 100        *
006040*                 SI = SITUACAO INVALIDA                         *
006050*                 EB = ESCOLA DE ORIGEM EM BRANCO                *
006060*                 MI = MEDIA APURADA PELA ESCOLA NA MESMA CHAVE  *
006070*                 NX = MEDIA INEXISTENTE NA EXCLUSAO             *
006080*-----------------------------------------------------------*
006090 6800-GRAVA-REJEITO.
006100     MOVE SPACES TO NOTAS-REJECT-RECORD
006110     MOVE NOTAS-EXT-RECORD TO REJ-REGISTRO-ORIGINAL
006120     MOVE WS-REJ-MOTIVO    TO REJ-MOTIVO
006130     WRITE NOTAS-REJECT-RECORD
006140     ADD 1 TO WS-REJEITADAS.
006150 6800-EXIT.
006160     EXIT.
006170*-----------------------------------------------------------*
006180*  8800-ABORTAR - FECHA OS ARQUIVOS E ENCERRA COM RETURN-CODE 16 *
006190*-----------------------------------------------------------*
006200 8800-ABORTAR.
006210     CLOSE NOTAS-EXT-FILE
006220     CLOSE STUDENT-MASTER-FILE
006230     CLOSE TURMA-MASTER-FILE
006240     CLOSE GRADE-HIST-FILE
006250     IF TRANSFERENCIAS-DISPONIVEL
006260         CLOSE TRANSFERENCIA-FILE
006270     END-IF
006280     CLOSE NOTAS-REJECT-FILE
006290     CLOSE NOTAS-AUDIT-FILE
006300     MOVE 16 TO RETURN-CODE
006310     STOP RUN.
006320 8800-EXIT.
006330     EXIT.
006340*-----------------------------------------------------------*
006350*  9000-FINALIZAR - EMITE O RESUMO DA CARGA E FECHA OS           *
006360*                 ARQUIVOS                                       *
006370*-----------------------------------------------------------*
006380 9000-FINALIZAR.
006390     DISPLAY "=================================================="
006400     DISPLAY "TRANSACOES DE DETALHE .: " WS-REGISTROS-LIDOS
006410     DISPLAY "TRANSACOES APLICADAS ..: " WS-TRANS-APLICADAS
006420     DISPLAY "MEDIAS INCLUIDAS ......: " WS-INCLUSOES
006430     DISPLAY "MEDIAS SUBSTITUIDAS ...: " WS-SUBSTITUICOES
006440     DISPLAY "MEDIAS EXCLUIDAS ......: " WS-EXCLUSOES
006450     DISPLAY "TRANSACOES REJEITADAS .: " WS-REJEITADAS
006460     IF WS-REJEITADAS > 0
006470         MOVE 8 TO RETURN-CODE
006480     END-IF
006490     CLOSE NOTAS-EXT-FILE
006500     CLOSE STUDENT-MASTER-FILE
006510     CLOSE TURMA-MASTER-FILE
006520     CLOSE GRADE-HIST-FILE
006530     IF TRANSFERENCIAS-DISPONIVEL
006540         CLOSE TRANSFERENCIA-FILE
006550     END-IF
006560     CLOSE NOTAS-REJECT-FILE
006570     CLOSE NOTAS-AUDIT-FILE.
006580 9000-EXIT.
006590     EXIT.
006600 END PROGRAM CARGA-NOTAS-EXTERNAS.
