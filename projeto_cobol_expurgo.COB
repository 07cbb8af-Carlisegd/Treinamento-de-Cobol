000310*                 CHAVE (SEM A DATA LIMITE, ESSES REGISTROS SAO
000320*                 MANTIDOS). O CONSULTA-AUDITORIA LE O ARQUIVO-
000330*                 MORTO QUANDO A CONTESTACAO E ANTIGA.
000331* 14/10/2026 CD   REGISTRO DA AUDITORIA PASSA DE 121 PARA 128
000332*                 BYTES (PROTOCOLO DE REVISAO DE NOTA NO FINAL).
000333* 15/10/2026 CD   REGISTRO DA AUDITORIA PASSA DE 128 PARA 137
000333*                 BYTES (INDICADOR E DATA DE ESTORNO NO FINAL).
000333* 15/10/2026 CD   O AUDITMSTR GRAVADO NO LEIAUTE ANTERIOR PRECISA
000333*                 DE CONVERSAO UNICA DE LEIAUTE
000333*                 (CONVERSAO-LEIAUTE) ANTES DO PRIMEIRO LOTE COM
000333*                 ESTA VERSAO. O AUDITARCH NAO E CONVERTIDO: AS
000333*                 LINHAS JA ARQUIVADAS CONTINUAM MAIS CURTAS E O
000333*                 CONSULTA-AUDITORIA AS LE SEM PROTOCOLO E SEM
000333*                 ESTORNO.
000340* -----------------------------------------------------------
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. EXPURGO-AUDITORIA.
000690         10 AUM-HORA-EXECUCAO      PIC X(08).
000700         10 AUM-TURMA              PIC X(06).
000710         10 AUM-SEQUENCIA          PIC 9(03).
000720     05 AUM-RESTO                  PIC X(97).
000730 FD  AUDIT-ARCH-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  AUDIT-ARCH-RECORD             PIC X(137).
000760 WORKING-STORAGE SECTION.
000770 77 WS-PARM-STATUS             PIC X(02) VALUE SPACES.
000780 77 WS-MSTR-STATUS             PIC X(02) VALUE SPACES.
