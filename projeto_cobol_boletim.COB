000383*                 E LIDO POR CHAVE (START EM MATRICULA +
000384*                 PERIODO) EM VEZ DE VARRER O ARQUIVO INTEIRO
000385*                 POR ALUNO.
000386* 15/10/2026 CD   CALCULO ESTORNADO PELO ESTORNO-EXECUCAO NAO E
000386*                 TOMADO COMO ULTIMO CALCULO DO ALUNO; PREVALECE
000386*                 A ULTIMA OCORRENCIA NAO ESTORNADA.
000386* 15/10/2026 CD   O GRADEHIST GANHOU A ORIGEM DA MEDIA E A ESCOLA
000386*                 DE ORIGEM. MEDIA EXTERNA (TRAZIDA POR ALUNO
000386*                 TRANSFERIDO DE OUTRA ESCOLA) NAO GERA BOLETIM.
000386* 15/10/2026 CD   O AUDITMSTR E O GRADEHIST GRAVADOS NO LEIAUTE
000386*                 ANTERIOR PRECISAM DE CONVERSAO UNICA DE LEIAUTE
000386*                 (CONVERSAO-LEIAUTE) ANTES DO PRIMEIRO LOTE COM
000386*                 ESTA VERSAO.
000390* -----------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. BOLETIM-ALUNO.
000860         10 GH-TURMA               PIC X(06).
000870     05 GH-MEDIA-FINAL             PIC 9(03)V9(02).
000880     05 GH-SITUACAO                PIC X(20).
000880     05 GH-ORIGEM                  PIC X(01).
000880         88 GH-NOTA-EXTERNA                  VALUE "E".
000880     05 GH-ESCOLA-ORIGEM           PIC X(40).
000890 FD  STUDENT-MASTER-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  STUDENT-MASTER-RECORD.
001170     05 AUD-PRESENCAS              PIC 9(03).
001180     05 AUD-PERC-FREQUENCIA        PIC 9(03)V9(02).
001190     05 AUD-FREQ-APURADA           PIC X(01).
001190     05 AUD-PROTOCOLO              PIC 9(07).
001190     05 AUD-ESTORNO                PIC X(01).
001190         88 AUD-ESTORNADO                    VALUE "S".
001190     05 AUD-DATA-ESTORNO           PIC X(08).
001200 FD  BOLETIM-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 01  BOLETIM-LINHA                 PIC X(80).
001570 01 WS-AUDITORIA-CACHE.
001580     05 CAU-ENT OCCURS 30 TIMES.
001590         10 CAU-TURMA              PIC X(06).
001600         10 CAU-IMAGEM             PIC X(137).
001610 01 BOL-LINHA-TITULO.
001620     05 FILLER                     PIC X(51) VALUE
001630        "ESCOLA - SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS".
003230     IF GH-PERIODO-LETIVO NOT = WS-PERIODO-PESQ
003240         GO TO 2000-PROXIMO-REGISTRO
003250     END-IF
003250     IF GH-NOTA-EXTERNA
003250         GO TO 2000-PROXIMO-REGISTRO
003250     END-IF
003260     IF EMITIR-TURMA AND GH-TURMA NOT = WS-TURMA-PESQ
003270         GO TO 2000-PROXIMO-REGISTRO
003280     END-IF
004190         OR GH-PERIODO-LETIVO NOT = WS-PERIODO-PESQ
004200         GO TO 7100-RODAPE
004210     END-IF
004220     IF NOT GH-NOTA-EXTERNA
004220         PERFORM 7300-LISTAR-TURMA THRU 7300-EXIT
004220     END-IF
004230     PERFORM 2900-LER-HISTORICO THRU 2900-EXIT
004240     GO TO 7100-LISTAR.
004250 7100-RODAPE.
004600         OR AUD-PERIODO-LETIVO NOT = WS-PERIODO-PESQ
004610         GO TO 7200-EXIT
004620     END-IF
004630     IF (AUD-CALCULO-ORIGINAL OR AUD-RECALC-CORRECAO)
004631         AND NOT AUD-ESTORNADO
004640         PERFORM 7280-GUARDAR-IMAGEM THRU 7280-EXIT
004650     END-IF
004660     GO TO 7200-CARREGAR.
