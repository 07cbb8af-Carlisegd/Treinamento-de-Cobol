000190*              INICIO E FIM, CONTADORES E RETURN-CODE, E APONTA
000200*              EXECUCOES ABERTAS SEM ENCERRAMENTO (POSSIVEL
000210*              QUEDA) E ENCERRAMENTOS COM RETURN-CODE DE ERRO.
000211*              LISTA TAMBEM OS ESTORNOS DE EXECUCAO.
000220*****************************************************************
000230* MODIFICATION HISTORY
000240* -----------------------------------------------------------
000270*                 RUNLPARM E OPCIONAL: QUANDO PRESENTE E COM
000280*                 DATA INFORMADA (AAAAMMDD), SO AS EXECUCOES
000290*                 DAQUELA DATA SAO LISTADAS.
000291* 15/10/2026 CD   LISTADOS OS REGISTROS DE ESTORNO ("X") GRAVADOS
000291*                 PELO ESTORNO-EXECUCAO, COM A EXECUCAO DESFEITA,
000291*                 OS REGISTROS RESTAURADOS E NAO RESTAURADOS E OS
000291*                 ALUNOS QUE JA TINHAM IDO NO SISEXTRACT.
000300* -----------------------------------------------------------
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. LISTA-EXECUCOES.
000550     05 RL-TIPO-REGISTRO           PIC X(01).
000560         88 RL-REG-ABERTURA                  VALUE "A".
000570         88 RL-REG-ENCERRAMENTO              VALUE "E".
000570         88 RL-REG-ESTORNO                   VALUE "X".
000580     05 RL-MODO                    PIC X(01).
000590     05 RL-PERIODO-LETIVO          PIC X(06).
000600     05 RL-DATA-REFERENCIA         PIC X(08).
000650     05 RL-QTD-REJEITADOS          PIC 9(05).
000660     05 RL-SIS-GRAVADOS            PIC 9(07).
000670     05 RL-RETURN-CODE             PIC 9(02).
000670     05 RL-ESTORNO-DATA-EXECUCAO   PIC X(08).
000670     05 RL-ESTORNO-HORA-INICIO     PIC X(08).
000680 WORKING-STORAGE SECTION.
000690 77 WS-PARM-STATUS             PIC X(02) VALUE SPACES.
000700 77 WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
000750 77 WS-ABERTURAS               PIC 9(05) COMP VALUE ZERO.
000760 77 WS-ENCERRAMENTOS           PIC 9(05) COMP VALUE ZERO.
000770 77 WS-COM-ERRO                PIC 9(05) COMP VALUE ZERO.
000770 77 WS-ESTORNOS                PIC 9(05) COMP VALUE ZERO.
000780 77 WS-QTD-EDIT                PIC ZZZZZZ9 VALUE ZEROS.
000790 PROCEDURE DIVISION.
000800*-----------------------------------------------------------*
001540         END-IF
001550         GO TO 2000-PROXIMO-REGISTRO
001560     END-IF
001561     IF RL-REG-ESTORNO
001562         ADD 1 TO WS-ESTORNOS
001563         DISPLAY " "
001564         DISPLAY "ESTORNO       " RL-DATA-EXECUCAO " "
001565             RL-HORA-INICIO " MODO: " RL-MODO
001566             " PERIODO: " RL-PERIODO-LETIVO
001567             " REFERENCIA: " RL-DATA-REFERENCIA
001568         DISPLAY "   EXECUCAO DESFEITA: " RL-ESTORNO-DATA-EXECUCAO
001569             " " RL-ESTORNO-HORA-INICIO
001570         MOVE RL-QTD-PROCESSADOS TO WS-QTD-EDIT
001571         DISPLAY "   RESTAURADOS: " WS-QTD-EDIT
001572         MOVE RL-QTD-REJEITADOS TO WS-QTD-EDIT
001573         DISPLAY "   NAO RESTAUR: " WS-QTD-EDIT
001574         MOVE RL-SIS-GRAVADOS TO WS-QTD-EDIT
001575         DISPLAY "   JA NO SIS  : " WS-QTD-EDIT
001576         DISPLAY "   RETURN-CODE: " RL-RETURN-CODE
001577         GO TO 2000-PROXIMO-REGISTRO
001578     END-IF
001579     DISPLAY "TIPO DE REGISTRO INVALIDO NO RUNLOG: "
001580         RL-TIPO-REGISTRO.
001590 2000-PROXIMO-REGISTRO.
001600     PERFORM 2900-LER-RUNLOG THRU 2900-EXIT.
001810     DISPLAY "ABERTURAS ..............: " WS-ABERTURAS
001820     DISPLAY "ENCERRAMENTOS ..........: " WS-ENCERRAMENTOS
001830     DISPLAY "ENCERRADOS COM ERRO ....: " WS-COM-ERRO
001830     DISPLAY "ESTORNOS DE EXECUCAO ...: " WS-ESTORNOS
001840     IF WS-ABERTURAS > WS-ENCERRAMENTOS
001850         DISPLAY "AVISO: HA ABERTURA SEM ENCERRAMENTO - "
001860             "POSSIVEL EXECUCAO INTERROMPIDA, VERIFIQUE O "
