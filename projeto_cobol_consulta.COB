000490*                 ("S") MANDA CONSULTAR TAMBEM O ARQUIVO-MORTO
000500*                 ANUAL AUDITARCH, GERADO PELO EXPURGO-
000510*                 AUDITORIA, QUANDO A CONTESTACAO E ANTIGA.
000511* 14/10/2026 CD   LEIAUTE DA AUDITORIA: O NUMERO DO PROTOCOLO DE
000512*                 REVISAO DE NOTA (PROTREVISAO) QUE AUTORIZOU A
000513*                 CORRECAO FICA NO FINAL DO REGISTRO E E EXIBIDO
000514*                 NO RECALCULO POR CORRECAO. REGISTROS ANTIGOS
000515*                 DA BASE SAO CONVERTIDOS PELO CONVERSAO-LEIAUTE
000515*                 COM PROTOCOLO ZERO; OS DO ARQUIVO-MORTO FICAM
000515*                 SEM O CAMPO. NOS DOIS CASOS SAEM SEM PROTOCOLO.
000516* 15/10/2026 CD   LEIAUTE DA AUDITORIA: INDICADOR E DATA DE
000516*                 ESTORNO NO FINAL DO REGISTRO (128 PARA 137
000516*                 BYTES). REGISTRO GRAVADO POR EXECUCAO DESFEITA
000516*                 PELO ESTORNO-EXECUCAO SAI MARCADO COMO ESTORNADO.
000516* 15/10/2026 CD   O AUDITMSTR GRAVADO NO LEIAUTE ANTERIOR PRECISA
000516*                 DE CONVERSAO UNICA DE LEIAUTE
000516*                 (CONVERSAO-LEIAUTE) ANTES DO PRIMEIRO LOTE COM
000516*                 ESTA VERSAO.
000520* -----------------------------------------------------------
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. CONSULTA-AUDITORIA.
000890         10 AUM-HORA-EXECUCAO      PIC X(08).
000900         10 AUM-TURMA              PIC X(06).
000910         10 AUM-SEQUENCIA          PIC 9(03).
000920     05 AUM-RESTO                  PIC X(97).
000930 FD  AUDIT-ARCH-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  AUDIT-ARCH-RECORD             PIC X(137).
000960 WORKING-STORAGE SECTION.
000970 77 WS-PARM-STATUS             PIC X(02) VALUE SPACES.
000980 77 WS-AUDIT-STATUS            PIC X(02) VALUE SPACES.
001400     05 AUD-PERC-FREQUENCIA        PIC 9(03)V9(02).
001410     05 AUD-FREQ-APURADA           PIC X(01).
001420         88 AUD-FREQUENCIA-APURADA           VALUE "S".
001421     05 AUD-PROTOCOLO              PIC 9(07).
001421     05 AUD-ESTORNO                PIC X(01).
001421         88 AUD-ESTORNADO                    VALUE "S".
001421     05 AUD-DATA-ESTORNO           PIC X(08).
001430 PROCEDURE DIVISION.
001440*-----------------------------------------------------------*
001450*  0000-MAINLINE                                            *
002530     DISPLAY "EXECUCAO DE " AUD-DATA-EXECUCAO " AS "
002540         AUD-HORA-EXECUCAO " - TURMA: " AUD-TURMA
002550         " - PERIODO: " AUD-PERIODO-LETIVO
002551     IF AUD-ESTORNADO
002552         DISPLAY "*** REGISTRO ESTORNADO EM " AUD-DATA-ESTORNO
002553             " - CALCULO DESFEITO, SEM VALOR NO HISTORICO ***"
002554     END-IF
002560     IF AUD-RECALC-RECUPERACAO
002570         DISPLAY "RECALCULO DE RECUPERACAO - NOTA DO EXAME NA "
002580             "POSICAO 1"
002610     END-IF
002620     IF AUD-RECALC-CORRECAO
002630         DISPLAY "RECALCULO POR CORRECAO DE NOTA"
002631         IF AUD-PROTOCOLO NUMERIC
002632             AND AUD-PROTOCOLO > 0
002633             DISPLAY "PROTOCOLO DE REVISAO: " AUD-PROTOCOLO
002634         ELSE
002635             DISPLAY "PROTOCOLO DE REVISAO: NAO INFORMADO"
002636         END-IF
002640         MOVE AUD-MEDIA-ANTERIOR TO WS-MEDIA-EDIT
002650         DISPLAY "MEDIA ANTERIOR : " WS-MEDIA-EDIT
002660     END-IF
