000310*                 OBRIGATORIA, USADOS PELO MEDIA-ALUNOS PARA
000320*                 VALIDAR O CODIGO DE TURMA DO LOTE E CONFERIR A
000330*                 QUANTIDADE DE NOTAS INFORMADA POR ALUNO.
000330* 15/10/2026 CD   INCLUIDA A QUANTIDADE DE AULAS PREVISTAS NO
000330*                 PERIODO LETIVO (TRM-AULAS-PREVISTAS), BASE DAS
000330*                 FALTAS PERMITIDAS NO ALERTA-FREQUENCIA. O
000330*                 TURMATRANS PASSA DE 71 PARA 74 BYTES E O
000330*                 TURMAMASTER DE 70 PARA 73; NA INCLUSAO, AULAS
000330*                 PREVISTAS EM BRANCO FICAM ZERADAS.
000330* 15/10/2026 CD   O TURMAMASTER GRAVADO NO LEIAUTE ANTERIOR
000330*                 PRECISA DE CONVERSAO UNICA DE LEIAUTE
000330*                 (CONVERSAO-LEIAUTE) ANTES DO PRIMEIRO LOTE COM
000330*                 ESTA VERSAO.
000340* -----------------------------------------------------------
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. MANUTENCAO-TURMAS.
000670     05 TRN-QTD-AVALIACOES         PIC 9(02).
000680     05 TRN-USA-PESO               PIC X(01).
000690     05 TRN-STATUS-TURMA           PIC X(01).
000690     05 TRN-AULAS-PREVISTAS        PIC 9(03).
000700 FD  TURMA-MASTER-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  TURMA-MASTER-RECORD.
000780     05 TRM-STATUS-TURMA           PIC X(01).
000790         88 TURMA-ATIVA                      VALUE "A".
000800         88 TURMA-ENCERRADA                  VALUE "E".
000800     05 TRM-AULAS-PREVISTAS        PIC 9(03).
000810 FD  TURMA-REJECT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  TURMA-REJECT-RECORD.
000840     05 REJ-REGISTRO-ORIGINAL      PIC X(74).
000850     05 REJ-MOTIVO                 PIC X(02).
000860 WORKING-STORAGE SECTION.
000870 77 WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
001900*  3000-INCLUIR-TURMA - INCLUI UMA TURMA NOVA NO CADASTRO;        *
001910*                 TURMA JA CADASTRADA, PLANO DE AVALIACOES FORA   *
001920*                 DA FAIXA 1-10 OU INDICADOR DE PONDERACAO        *
001930*                 INVALIDO E REJEITADO; AULAS PREVISTAS EM        *
001930*                 BRANCO FICAM ZERADAS (NAO INFORMADAS)           *
001940*-----------------------------------------------------------*
001950 3000-INCLUIR-TURMA.
001960     IF TRN-QTD-AVALIACOES NOT NUMERIC
002160     MOVE TRN-PROFESSOR        TO TRM-PROFESSOR
002170     MOVE TRN-QTD-AVALIACOES   TO TRM-QTD-AVALIACOES
002180     MOVE TRN-USA-PESO         TO TRM-USA-PESO-OBRIG
002180     IF TRN-AULAS-PREVISTAS NUMERIC
002180         MOVE TRN-AULAS-PREVISTAS TO TRM-AULAS-PREVISTAS
002180     ELSE
002180         MOVE ZERO TO TRM-AULAS-PREVISTAS
002180     END-IF
002190     IF TRN-STATUS-TURMA = "E"
002200         MOVE "E" TO TRM-STATUS-TURMA
002210     ELSE
002370*-----------------------------------------------------------*
002380*  4000-ALTERAR-TURMA - ALTERA OS DADOS DE UMA TURMA JA           *
002390*                 CADASTRADA; CAMPO EM BRANCO (OU ZERADO, NO      *
002400*                 PLANO DE AVALIACOES E NAS AULAS PREVISTAS)      *
002400*                 PRESERVA O VALOR ATUAL                          *
002410*-----------------------------------------------------------*
002420 4000-ALTERAR-TURMA.
002430     MOVE TRN-TURMA TO TRM-TURMA
002700     IF TRN-USA-PESO = "S" OR TRN-USA-PESO = "N"
002710         MOVE TRN-USA-PESO TO TRM-USA-PESO-OBRIG
002720     END-IF
002720     IF TRN-AULAS-PREVISTAS NUMERIC
002720         AND TRN-AULAS-PREVISTAS > 0
002720         MOVE TRN-AULAS-PREVISTAS TO TRM-AULAS-PREVISTAS
002720     END-IF
002730     REWRITE TURMA-MASTER-RECORD
002740     ADD 1 TO WS-ALTERACOES
002750     DISPLAY "TURMA ALTERADA ........: " TRN-TURMA " "
