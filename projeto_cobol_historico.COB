000272*                 X(14) PARA X(20) PARA COMPORTAR A SITUACAO
000273*                 "REPROVADO POR FALTA" DA APURACAO DE
000274*                 FREQUENCIA DO MEDIA-ALUNOS.
000274* 15/10/2026 CD   O GRADEHIST GANHOU A ORIGEM DA MEDIA E A ESCOLA
000274*                 DE ORIGEM. MEDIA EXTERNA (TRAZIDA POR ALUNO
000274*                 TRANSFERIDO DE OUTRA ESCOLA) SAI IDENTIFICADA,
000274*                 COM O NOME DA ESCOLA.
000274* 15/10/2026 CD   O GRADEHIST GRAVADO NO LEIAUTE ANTERIOR PRECISA
000274*                 DE CONVERSAO UNICA DE LEIAUTE
000274*                 (CONVERSAO-LEIAUTE) ANTES DO PRIMEIRO LOTE COM
000274*                 ESTA VERSAO.
000280* -----------------------------------------------------------
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. HISTORICO-ALUNO.
000580         10 GH-TURMA               PIC X(06).
000590     05 GH-MEDIA-FINAL             PIC 9(03)V9(02).
000600     05 GH-SITUACAO                PIC X(20).
000600     05 GH-ORIGEM                  PIC X(01).
000600         88 GH-NOTA-EXTERNA                  VALUE "E".
000600     05 GH-ESCOLA-ORIGEM           PIC X(40).
000610 WORKING-STORAGE SECTION.
000620 77 WS-PARM-STATUS             PIC X(02) VALUE SPACES.
000630 77 WS-HIST-STATUS             PIC X(02) VALUE SPACES.
001360         "  TURMA " GH-TURMA
001370         "  MEDIA FINAL: " WS-MEDIA-EDIT
001380         "  SITUACAO: " GH-SITUACAO
001380     IF GH-NOTA-EXTERNA
001380         DISPLAY "   MEDIA EXTERNA - ESCOLA DE ORIGEM: "
001380             GH-ESCOLA-ORIGEM
001380     END-IF
001390     ADD 1 TO WS-PERIODOS-LISTADOS
001400     ADD GH-MEDIA-FINAL TO WS-SOMA-MEDIAS
001410     PERFORM 2900-LER-PROXIMO-PERIODO THRU 2900-EXIT.
