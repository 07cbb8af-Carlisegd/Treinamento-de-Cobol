000150* PURPOSE    : MANUTENCAO EM LOTE DO CADASTRO MESTRE DE ALUNOS
000160*              (STUDENTMASTER, INDEXADO POR MATRICULA), A PARTIR
000170*              DO ARQUIVO DE TRANSACOES MASTERTRANS (INCLUSAO,
000180*              ALTERACAO DE NOME, MUDANCA DE STATUS A/I/C E
000180*              TRANSFERENCIA DE SAIDA, QUE DEIXA O STATUS T), COM
000190*              REGISTRO HEADER/TRAILER DE CONTROLE COMO O
000200*              STUDENTGRADES. TRANSACAO INVALIDA E REJEITADA COM
000210*              A IMAGEM ORIGINAL E O MOTIVO NO ARQUIVO MASTERREJ,
000330*                 DIVERGENTE ENCERRA COM RETURN-CODE 16 ANTES DE
000340*                 APLICAR QUALQUER TRANSACAO) E A SEGUNDA APLICA
000350*                 AS TRANSACOES NO CADASTRO.
000350* 15/10/2026 CD   STATUS T (TRANSFERIDO) NO CADASTRO E OPERACAO
000350*                 "T" DE TRANSFERENCIA DE SAIDA, COM DATA E ESCOLA
000350*                 DE DESTINO, GRAVADA NO NOVO ARQUIVO
000350*                 TRANSFERENCIAS PARA A GUIA-TRANSFERENCIA.
000350*                 INCLUSAO COM ESCOLA INFORMADA E READMISSAO DE
000350*                 ALUNO TRANSFERIDO (STATUS T PARA A) REGISTRAM A
000350*                 CHEGADA. MASTERTRANS PASSOU DE 42 PARA 90
000350*                 POSICOES.
000350* 15/10/2026 CD   FALHA NA REGRAVACAO DO CADASTRO NA SAIDA POR
000350*                 TRANSFERENCIA ENCERRA O PROCESSAMENTO COM
000350*                 RETURN-CODE 16.
000360* -----------------------------------------------------------
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. MANUTENCAO-ALUNOS.
000570     SELECT MASTER-AUDIT-FILE ASSIGN TO "MASTERAUDIT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-AUDIT-STATUS.
000590     SELECT TRANSFERENCIA-FILE ASSIGN TO "TRANSFERENCIAS"
000590         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000590         RECORD KEY IS TRF-CHAVE
000590         FILE STATUS IS WS-TRANSF-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  MASTER-TRANS-FILE
000700         88 MTR-INCLUSAO                     VALUE "I".
000710         88 MTR-ALTERACAO-NOME               VALUE "N".
000720         88 MTR-MUDANCA-STATUS               VALUE "S".
000720         88 MTR-TRANSFERENCIA                VALUE "T".
000730     05 MTR-MATRICULA              PIC X(09).
000740     05 MTR-NOME                   PIC X(30).
000750     05 MTR-STATUS                 PIC X(01).
000750     05 MTR-DATA-TRANSFERENCIA     PIC X(08).
000750     05 MTR-ESCOLA                 PIC X(40).
000760 01  MASTER-TRANS-HEADER.
000770     05 MTH-TIPO-REGISTRO          PIC X(01).
000780     05 MTH-DATA-REFERENCIA        PIC X(08).
000890         88 MATRICULA-ATIVA                  VALUE "A".
000900         88 MATRICULA-INATIVA                VALUE "I".
000910         88 MATRICULA-CANCELADA              VALUE "C".
000910         88 MATRICULA-TRANSFERIDA            VALUE "T".
000920 FD  MASTER-REJECT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  MASTER-REJECT-RECORD.
000950     05 REJ-REGISTRO-ORIGINAL      PIC X(90).
000960     05 REJ-MOTIVO                 PIC X(02).
000970 FD  MASTER-AUDIT-FILE
000980     LABEL RECORDS ARE STANDARD.
001060     05 CAD-STATUS-ANTERIOR        PIC X(01).
001070     05 CAD-NOME-NOVO              PIC X(30).
001080     05 CAD-STATUS-NOVO            PIC X(01).
001080 FD  TRANSFERENCIA-FILE
001080     LABEL RECORDS ARE STANDARD.
001080 01  TRANSFERENCIA-RECORD.
001080     05 TRF-CHAVE.
001080         10 TRF-MATRICULA          PIC X(09).
001080         10 TRF-TIPO               PIC X(01).
001080             88 TRF-SAIDA                    VALUE "S".
001080             88 TRF-CHEGADA                  VALUE "E".
001080         10 TRF-DATA               PIC X(08).
001080     05 TRF-ESCOLA                 PIC X(40).
001080     05 TRF-USUARIO                PIC X(08).
001080     05 TRF-DATA-REGISTRO          PIC X(08).
001080     05 TRF-DATA-GUIA              PIC X(08).
001090 WORKING-STORAGE SECTION.
001100 77 WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
001110 77 WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
001120 77 WS-REJECT-STATUS            PIC X(02) VALUE SPACES.
001130 77 WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001130 77 WS-TRANSF-STATUS            PIC X(02) VALUE SPACES.
001140 77 WS-EOF-SW                   PIC X(01) VALUE "N".
001150     88 FIM-DE-TRANSACOES               VALUE "S".
001160 77 WS-TRAILER-LIDO-SW          PIC X(01) VALUE "N".
001270 77 WS-INCLUSOES                PIC 9(05) COMP VALUE ZERO.
001280 77 WS-ALTERACOES-NOME          PIC 9(05) COMP VALUE ZERO.
001290 77 WS-MUDANCAS-STATUS          PIC 9(05) COMP VALUE ZERO.
001290 77 WS-TRANSF-SAIDA             PIC 9(05) COMP VALUE ZERO.
001290 77 WS-TRANSF-CHEGADA           PIC 9(05) COMP VALUE ZERO.
001300 77 WS-REJEITADAS               PIC 9(05) COMP VALUE ZERO.
001310 PROCEDURE DIVISION.
001320*-----------------------------------------------------------*
001730         CLOSE MASTER-AUDIT-FILE
001740         OPEN EXTEND MASTER-AUDIT-FILE
001750     END-IF.
001750     OPEN I-O TRANSFERENCIA-FILE.
001750     IF WS-TRANSF-STATUS NOT = "00"
001750         OPEN OUTPUT TRANSFERENCIA-FILE
001750         CLOSE TRANSFERENCIA-FILE
001750         OPEN I-O TRANSFERENCIA-FILE
001750     END-IF.
001750     IF WS-TRANSF-STATUS NOT = "00"
001750         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
001750             "TRANSFERENCIAS - STATUS: " WS-TRANSF-STATUS
001750         PERFORM 8800-ABORTAR THRU 8800-EXIT
001750     END-IF.
001760 1000-EXIT.
001770     EXIT.
001780*-----------------------------------------------------------*
002470*-----------------------------------------------------------*
002480*  2000-PROCESSAR-TRANSACAO - APLICA UMA TRANSACAO NO CADASTRO    *
002490*                 CONFORME A OPERACAO: "I" INCLUSAO, "N"          *
002500*                 ALTERACAO DE NOME, "S" MUDANCA DE STATUS,       *
002500*                 "T" TRANSFERENCIA DE SAIDA                      *
002510*-----------------------------------------------------------*
002520 2000-PROCESSAR-TRANSACAO.
002530     IF MTR-MATRICULA = SPACES
002680         PERFORM 5000-MUDAR-STATUS THRU 5000-EXIT
002690         GO TO 2000-PROXIMA-TRANSACAO
002700     END-IF
002700     IF MTR-TRANSFERENCIA
002700         PERFORM 5500-TRANSFERIR-ALUNO THRU 5500-EXIT
002700         GO TO 2000-PROXIMA-TRANSACAO
002700     END-IF
002710     DISPLAY "TRANSACAO REJEITADA - MATRICULA: " MTR-MATRICULA
002720         " OPERACAO INVALIDA: " MTR-OPERACAO
002730     MOVE "OI" TO WS-REJ-MOTIVO
003000*  3000-INCLUIR-ALUNO - INCLUI UMA MATRICULA NOVA NO CADASTRO;    *
003010*                 MATRICULA JA CADASTRADA, NOME EM BRANCO OU      *
003020*                 STATUS INVALIDO E REJEITADO. STATUS EM BRANCO   *
003030*                 ASSUME MATRICULA ATIVA. ESCOLA INFORMADA INDICA *
003030*                 ALUNO CHEGANDO POR TRANSFERENCIA: A CHEGADA E   *
003030*                 REGISTRADA NO ARQUIVO TRANSFERENCIAS COM A DATA *
003030*                 INFORMADA (OU A DATA DE REFERENCIA DO HEADER)   *
003040*-----------------------------------------------------------*
003050 3000-INCLUIR-ALUNO.
003060     IF MTR-NOME = SPACES
003180         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
003190         GO TO 3000-EXIT
003200     END-IF
003200     IF MTR-ESCOLA NOT = SPACES
003200         AND MTR-DATA-TRANSFERENCIA NOT = SPACES
003200         AND MTR-DATA-TRANSFERENCIA NOT NUMERIC
003200         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
003200             MTR-MATRICULA " DATA DE TRANSFERENCIA INVALIDA: "
003200             MTR-DATA-TRANSFERENCIA
003200         MOVE "DT" TO WS-REJ-MOTIVO
003200         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
003200         GO TO 3000-EXIT
003200     END-IF
003210     MOVE MTR-MATRICULA TO MST-MATRICULA
003220     MOVE MTR-NOME      TO MST-NOME-OFICIAL
003230     IF MTR-STATUS = SPACE
003390     MOVE SPACE  TO CAD-STATUS-ANTERIOR
003400     PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT
003410     DISPLAY "MATRICULA INCLUIDA ....: " MTR-MATRICULA " "
003420         MTR-NOME
003420     IF MTR-ESCOLA NOT = SPACES
003420         PERFORM 3500-REGISTRAR-CHEGADA THRU 3500-EXIT
003420     END-IF.
003430 3000-EXIT.
003440     EXIT.
003440*-----------------------------------------------------------*
003440*  3500-REGISTRAR-CHEGADA - GRAVA NO ARQUIVO TRANSFERENCIAS A     *
003440*                 CHEGADA ("E") DO ALUNO COM A ESCOLA DE ORIGEM   *
003440*                 (NA READMISSAO A ESCOLA PODE VIR EM BRANCO);    *
003440*                 AS NOTAS TRAZIDAS SAO LANCADAS DEPOIS PELA      *
003440*                 CARGA-NOTAS-EXTERNAS                            *
003440*-----------------------------------------------------------*
003440 3500-REGISTRAR-CHEGADA.
003440     MOVE SPACES            TO TRANSFERENCIA-RECORD
003440     MOVE MTR-MATRICULA     TO TRF-MATRICULA
003440     MOVE "E"               TO TRF-TIPO
003440     IF MTR-DATA-TRANSFERENCIA = SPACES
003440         MOVE WS-DATA-REFERENCIA TO TRF-DATA
003440     ELSE
003440         MOVE MTR-DATA-TRANSFERENCIA TO TRF-DATA
003440     END-IF
003440     MOVE MTR-ESCOLA        TO TRF-ESCOLA
003440     MOVE WS-USUARIO        TO TRF-USUARIO
003440     MOVE WS-DATA-EXECUCAO  TO TRF-DATA-REGISTRO
003440     WRITE TRANSFERENCIA-RECORD
003440         INVALID KEY
003440             DISPLAY "AVISO: CHEGADA DA MATRICULA " MTR-MATRICULA
003440                 " JA REGISTRADA EM " TRF-DATA
003440                 " - STATUS: " WS-TRANSF-STATUS
003440             GO TO 3500-EXIT
003440     END-WRITE
003440     ADD 1 TO WS-TRANSF-CHEGADA
003440     DISPLAY "   CHEGADA REGISTRADA EM " TRF-DATA " - ORIGEM: "
003440         MTR-ESCOLA.
003440 3500-EXIT.
003440     EXIT.
003450*-----------------------------------------------------------*
003460*  4000-ALTERAR-NOME - ALTERA O NOME OFICIAL DE UMA MATRICULA     *
003470*                 JA CADASTRADA, GUARDANDO A IMAGEM ANTERIOR NA   *
003780*-----------------------------------------------------------*
003790*  5000-MUDAR-STATUS - MUDA O STATUS DE UMA MATRICULA CADASTRADA  *
003800*                 PARA ATIVA ("A"), INATIVA ("I") OU CANCELADA    *
003810*                 ("C"), GUARDANDO A IMAGEM ANTERIOR NA TRILHA.   *
003810*                 O STATUS TRANSFERIDO ("T") SO E DADO PELA       *
003810*                 OPERACAO "T", QUE REGISTRA A SAIDA; O ALUNO     *
003810*                 TRANSFERIDO QUE VOLTA A FICAR ATIVO TEM A       *
003810*                 CHEGADA (READMISSAO) REGISTRADA                 *
003820*-----------------------------------------------------------*
003830 5000-MUDAR-STATUS.
003830     IF MTR-STATUS = "T"
003830         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
003830             MTR-MATRICULA " STATUS T SO PELA OPERACAO DE "
003830             "TRANSFERENCIA"
003830         MOVE "ST" TO WS-REJ-MOTIVO
003830         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
003830         GO TO 5000-EXIT
003830     END-IF
003840     IF MTR-STATUS NOT = "A" AND MTR-STATUS NOT = "I"
003850         AND MTR-STATUS NOT = "C"
003860         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
003980             PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
003990             GO TO 5000-EXIT
004000     END-READ
004000     IF MATRICULA-TRANSFERIDA AND MTR-STATUS = "A"
004000         AND MTR-DATA-TRANSFERENCIA NOT = SPACES
004000         AND MTR-DATA-TRANSFERENCIA NOT NUMERIC
004000         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004000             MTR-MATRICULA " DATA DE TRANSFERENCIA INVALIDA: "
004000             MTR-DATA-TRANSFERENCIA
004000         MOVE "DT" TO WS-REJ-MOTIVO
004000         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004000         GO TO 5000-EXIT
004000     END-IF
004010     MOVE MST-NOME-OFICIAL     TO CAD-NOME-ANTERIOR
004020     MOVE MST-STATUS-MATRICULA TO CAD-STATUS-ANTERIOR
004030     MOVE MTR-STATUS TO MST-STATUS-MATRICULA
004060     ADD 1 TO WS-TRANS-APLICADAS
004070     PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT
004080     DISPLAY "STATUS ALTERADO .......: " MTR-MATRICULA
004090         " NOVO STATUS: " MTR-STATUS
004090     IF CAD-STATUS-ANTERIOR = "T" AND MTR-STATUS = "A"
004090         PERFORM 3500-REGISTRAR-CHEGADA THRU 3500-EXIT
004090     END-IF.
004100 5000-EXIT.
004110     EXIT.
004110*-----------------------------------------------------------*
004110*  5500-TRANSFERIR-ALUNO - TRANSFERENCIA DE SAIDA DE UMA          *
004110*                 MATRICULA ATIVA: EXIGE A DATA DE SAIDA E A      *
004110*                 ESCOLA DE DESTINO, REGISTRA A SAIDA ("S") NO    *
004110*                 ARQUIVO TRANSFERENCIAS (A GUIA E EMITIDA PELA   *
004110*                 GUIA-TRANSFERENCIA) E MUDA O STATUS PARA "T"    *
004110*-----------------------------------------------------------*
004110 5500-TRANSFERIR-ALUNO.
004110     IF MTR-DATA-TRANSFERENCIA NOT NUMERIC
004110         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004110             MTR-MATRICULA " DATA DE TRANSFERENCIA INVALIDA: "
004110             MTR-DATA-TRANSFERENCIA
004110         MOVE "DT" TO WS-REJ-MOTIVO
004110         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004110         GO TO 5500-EXIT
004110     END-IF
004110     IF MTR-ESCOLA = SPACES
004110         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004110             MTR-MATRICULA " ESCOLA DE DESTINO EM BRANCO"
004110         MOVE "EB" TO WS-REJ-MOTIVO
004110         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004110         GO TO 5500-EXIT
004110     END-IF
004110     MOVE MTR-MATRICULA TO MST-MATRICULA
004110     READ STUDENT-MASTER-FILE
004110         INVALID KEY
004110             DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004110                 MTR-MATRICULA " NAO CONSTA NO CADASTRO"
004110             MOVE "MX" TO WS-REJ-MOTIVO
004110             PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004110             GO TO 5500-EXIT
004110     END-READ
004110     IF NOT MATRICULA-ATIVA
004110         DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004110             MTR-MATRICULA " NAO ESTA ATIVA - STATUS: "
004110             MST-STATUS-MATRICULA
004110         MOVE "NA" TO WS-REJ-MOTIVO
004110         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004110         GO TO 5500-EXIT
004110     END-IF
004110     MOVE SPACES                 TO TRANSFERENCIA-RECORD
004110     MOVE MTR-MATRICULA          TO TRF-MATRICULA
004110     MOVE "S"                    TO TRF-TIPO
004110     MOVE MTR-DATA-TRANSFERENCIA TO TRF-DATA
004110     MOVE MTR-ESCOLA             TO TRF-ESCOLA
004110     MOVE WS-USUARIO             TO TRF-USUARIO
004110     MOVE WS-DATA-EXECUCAO       TO TRF-DATA-REGISTRO
004110     WRITE TRANSFERENCIA-RECORD
004110         INVALID KEY
004110             DISPLAY "TRANSACAO REJEITADA - MATRICULA: "
004110                 MTR-MATRICULA " SAIDA JA REGISTRADA EM "
004110                 MTR-DATA-TRANSFERENCIA
004110             MOVE "TD" TO WS-REJ-MOTIVO
004110             PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
004110             GO TO 5500-EXIT
004110     END-WRITE
004110     MOVE MST-NOME-OFICIAL     TO CAD-NOME-ANTERIOR
004110     MOVE MST-STATUS-MATRICULA TO CAD-STATUS-ANTERIOR
004110     MOVE "T" TO MST-STATUS-MATRICULA
004110     REWRITE STUDENT-MASTER-RECORD
004110         INVALID KEY
004110             DISPLAY "ERRO: FALHA AO REGRAVAR A MATRICULA "
004110                 MTR-MATRICULA " - STATUS: " WS-MASTER-STATUS
004110             PERFORM 8800-ABORTAR THRU 8800-EXIT
004110     END-REWRITE
004110     ADD 1 TO WS-TRANSF-SAIDA
004110     ADD 1 TO WS-TRANS-APLICADAS
004110     PERFORM 6000-GRAVA-TRILHA THRU 6000-EXIT
004110     DISPLAY "TRANSFERIDO ...........: " MTR-MATRICULA
004110         " EM " MTR-DATA-TRANSFERENCIA " PARA " MTR-ESCOLA.
004110 5500-EXIT.
004110     EXIT.
004120*-----------------------------------------------------------*
004130*  6000-GRAVA-TRILHA - GRAVA NA TRILHA DE ALTERACOES QUEM MUDOU   *
004140*                 O QUE: USUARIO DO HEADER, OPERACAO, IMAGEM      *
004370*                 MX = MATRICULA NAO CADASTRADA NA ALTERACAO      *
004380*                 NB = NOME EM BRANCO                             *
004390*                 SI = STATUS INVALIDO                            *
004390*                 ST = STATUS T FORA DA OPERACAO DE TRANSFERENCIA *
004390*                 DT = DATA DE TRANSFERENCIA INVALIDA             *
004390*                 EB = ESCOLA DE DESTINO EM BRANCO                *
004390*                 NA = TRANSFERENCIA DE MATRICULA NAO ATIVA       *
004390*                 TD = SAIDA JA REGISTRADA NA MESMA DATA          *
004400*-----------------------------------------------------------*
004410 6800-GRAVA-REJEITO.
004420     MOVE SPACES TO MASTER-REJECT-RECORD
004540     CLOSE STUDENT-MASTER-FILE
004550     CLOSE MASTER-REJECT-FILE
004560     CLOSE MASTER-AUDIT-FILE
004560     CLOSE TRANSFERENCIA-FILE
004570     MOVE 16 TO RETURN-CODE
004580     STOP RUN.
004590 8800-EXIT.
004690     DISPLAY "INCLUSOES .............: " WS-INCLUSOES
004700     DISPLAY "ALTERACOES DE NOME ....: " WS-ALTERACOES-NOME
004710     DISPLAY "MUDANCAS DE STATUS ....: " WS-MUDANCAS-STATUS
004710     DISPLAY "TRANSFERENCIAS SAIDA ..: " WS-TRANSF-SAIDA
004710     DISPLAY "CHEGADAS POR TRANSF. ..: " WS-TRANSF-CHEGADA
004720     DISPLAY "TRANSACOES REJEITADAS .: " WS-REJEITADAS
004730     IF WS-REJEITADAS > 0
004740         MOVE 8 TO RETURN-CODE
004760     CLOSE MASTER-TRANS-FILE
004770     CLOSE STUDENT-MASTER-FILE
004780     CLOSE MASTER-REJECT-FILE
004790     CLOSE MASTER-AUDIT-FILE
004790     CLOSE TRANSFERENCIA-FILE.
004800 9000-EXIT.
004810     EXIT.
004820 END PROGRAM MANUTENCAO-ALUNOS.
