000350*                 SITUACAO "EM RECUPERACAO" SAI MARCADO PORQUE
000360*                 A MEDIA AINDA NAO E DEFINITIVA QUANDO O
000370*                 RANKING RODA ANTES DA SEGUNDA PASSADA.
000370* 15/10/2026 CD   O GRADEHIST GANHOU A ORIGEM DA MEDIA E A ESCOLA
000370*                 DE ORIGEM. MEDIA EXTERNA (TRAZIDA POR ALUNO
000370*                 TRANSFERIDO DE OUTRA ESCOLA) FICA FORA DO
000370*                 RANKING DA TURMA.
000370* 15/10/2026 CD   O GRADEHIST GRAVADO NO LEIAUTE ANTERIOR PRECISA
000370*                 DE CONVERSAO UNICA DE LEIAUTE
000370*                 (CONVERSAO-LEIAUTE) ANTES DO PRIMEIRO LOTE COM
000370*                 ESTA VERSAO.
000380* -----------------------------------------------------------
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. RANKING-TURMAS.
000750         10 GH-TURMA               PIC X(06).
000760     05 GH-MEDIA-FINAL             PIC 9(03)V9(02).
000770     05 GH-SITUACAO                PIC X(20).
000770     05 GH-ORIGEM                  PIC X(01).
000770         88 GH-NOTA-EXTERNA                  VALUE "E".
000770     05 GH-ESCOLA-ORIGEM           PIC X(40).
000780 FD  STUDENT-MASTER-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  STUDENT-MASTER-RECORD.
002130     IF GH-PERIODO-LETIVO NOT = WS-PERIODO-PESQ
002140         GO TO 2000-PROXIMO-REGISTRO
002150     END-IF
002150     IF GH-NOTA-EXTERNA
002150         GO TO 2000-PROXIMO-REGISTRO
002150     END-IF
002160     MOVE GH-TURMA       TO SRT-TURMA
002170     MOVE GH-MEDIA-FINAL TO SRT-MEDIA
002180     MOVE GH-MATRICULA   TO SRT-MATRICULA
