000310*                 EM QUE OS REGISTROS APARECEM NO AUDITLOG -
000320*                 PRESERVANDO "A ULTIMA OCORRENCIA PREVALECE"
000330*                 DOS LEITORES.
000331* 14/10/2026 CD   LEIAUTE DA BASE: PROTOCOLO DE REVISAO DE NOTA
000332*                 NO FINAL DO REGISTRO. O AUDITLOG NAO TEM ESSE
000333*                 CAMPO E OS REGISTROS ENTRAM COM PROTOCOLO ZERO.
000334* 15/10/2026 CD   LEIAUTE DA BASE: INDICADOR E DATA DE ESTORNO NO
000334*                 FINAL DO REGISTRO; A CARGA GRAVA OS DOIS EM
000334*                 BRANCO (REGISTRO NAO ESTORNADO).
000334* 15/10/2026 CD   BASE AUDITMSTR JA CARREGADA NO LEIAUTE ANTERIOR
000334*                 NAO E RECARREGADA POR ESTE PROGRAMA: PRECISA DE
000334*                 CONVERSAO UNICA DE LEIAUTE (CONVERSAO-LEIAUTE)
000334*                 ANTES DO PRIMEIRO LOTE COM ESTA VERSAO.
000340* -----------------------------------------------------------
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CARGA-AUDITORIA.
000970     05 AUM-PRESENCAS              PIC 9(03).
000980     05 AUM-PERC-FREQUENCIA        PIC 9(03)V9(02).
000990     05 AUM-FREQ-APURADA           PIC X(01).
000990     05 AUM-PROTOCOLO              PIC 9(07).
000990     05 AUM-ESTORNO                PIC X(01).
000990     05 AUM-DATA-ESTORNO           PIC X(08).
001000 WORKING-STORAGE SECTION.
001010 77 WS-LOG-STATUS              PIC X(02) VALUE SPACES.
001020 77 WS-MSTR-STATUS             PIC X(02) VALUE SPACES.
001780         MOVE ZEROS TO AUM-PERC-FREQUENCIA
001790         MOVE "N"   TO AUM-FREQ-APURADA
001800     END-IF
001800     MOVE ZEROS TO AUM-PROTOCOLO
001800     MOVE SPACES TO AUM-ESTORNO
001800     MOVE SPACES TO AUM-DATA-ESTORNO
001810     IF AUD-TURMA = SPACES AND AUD-PERIODO-LETIVO = SPACES
001820         ADD 1 TO WS-SEM-TURMA-PERIODO
001830     END-IF
