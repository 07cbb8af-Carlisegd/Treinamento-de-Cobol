000100*****************************************************************
000110* PROGRAM-ID : CONVERSAO-LEIAUTE
000120* AUTHOR     : CARLISE DEBONA
000130* INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS
000140* DATE-WRITTEN: 15/10/2026
000150* PURPOSE    : CONVERSAO UNICA DOS ARQUIVOS MESTRES GRAVADOS NO
000160*              LEIAUTE ANTERIOR PARA O LEIAUTE ATUAL, A RODAR UMA
000170*              VEZ ANTES DO PRIMEIRO LOTE COM ESTA VERSAO:
000180*              - AUDITMSTR DE 121 PARA 137 BYTES (PROTOCOLO DE
000190*                REVISAO, INDICADOR E DATA DE ESTORNO);
000200*              - GRADEHIST DE 46 PARA 87 BYTES (ORIGEM DA MEDIA
000210*                E ESCOLA DE ORIGEM);
000220*              - TURMAMASTER DE 70 PARA 73 BYTES (AULAS
000230*                PREVISTAS NO PERIODO LETIVO).
000240*              OS MESTRES ANTIGOS SAO RENOMEADOS ANTES DA
000250*              EXECUCAO PARA AUDITANT, GRADEANT E TURMAANT E
000260*              LIDOS EM ORDEM DE CHAVE; CADA REGISTRO E GRAVADO
000270*              NO MESTRE NOVO COM OS CAMPOS ACRESCENTADOS NO
000280*              FINAL DO REGISTRO EM SEU VALOR INICIAL: PROTOCOLO
000290*              ZERO E ESTORNO EM BRANCO (NAO ESTORNADO), ORIGEM
000300*              EM BRANCO (MEDIA APURADA PELA ESCOLA) E ESCOLA DE
000310*              ORIGEM EM BRANCO, AULAS PREVISTAS ZERO (SEM
000320*              PREVISAO; O ALERTA-FREQUENCIA USA AS AULAS
000330*              LANCADAS ATE QUE O MANUTENCAO-TURMAS INFORME A
000340*              QUANTIDADE).
000350*****************************************************************
000360* MODIFICATION HISTORY
000370* -----------------------------------------------------------
000380* DATE       INIT DESCRIPTION
000390* 15/10/2026 CD   VERSAO INICIAL. O MESTRE NOVO E CRIADO VAZIO
000400*                 QUANDO AINDA NAO EXISTE; CHAVE QUE JA CONSTA NO
000410*                 MESTRE NOVO (CONVERSAO REEXECUTADA) NAO E
000420*                 REGRAVADA, SAI COM AVISO E A EXECUCAO TERMINA
000430*                 COM RETURN-CODE 8. MESTRE ANTIGO AUSENTE ENCERRA
000440*                 COM RETURN-CODE 16 SEM CONVERTER NADA.
000450* -----------------------------------------------------------
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. CONVERSAO-LEIAUTE.
000480 AUTHOR. CARLISE DEBONA.
000490 INSTALLATION. SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS.
000500 DATE-WRITTEN. 15/10/2026.
000510 DATE-COMPILED.
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT AUDIT-ANT-FILE ASSIGN TO "AUDITANT"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS AUA-CHAVE
000590         FILE STATUS IS WS-AUDANT-STATUS.
000600     SELECT AUDIT-FILE ASSIGN TO "AUDITMSTR"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS AUD-CHAVE
000640         FILE STATUS IS WS-AUDIT-STATUS.
000650     SELECT GRADE-ANT-FILE ASSIGN TO "GRADEANT"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS GHA-CHAVE
000690         FILE STATUS IS WS-GRADEANT-STATUS.
000700     SELECT GRADE-HIST-FILE ASSIGN TO "GRADEHIST"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS GH-CHAVE
000740         FILE STATUS IS WS-HIST-STATUS.
000750     SELECT TURMA-ANT-FILE ASSIGN TO "TURMAANT"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS SEQUENTIAL
000780         RECORD KEY IS TRA-TURMA
000790         FILE STATUS IS WS-TURMAANT-STATUS.
000800     SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMASTER"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS TRM-TURMA
000840         FILE STATUS IS WS-TURMA-STATUS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  AUDIT-ANT-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  AUDIT-ANT-RECORD.
000900     05 AUA-CHAVE.
000910         10 AUA-MATRICULA          PIC X(09).
000920         10 AUA-PERIODO-LETIVO     PIC X(06).
000930         10 AUA-DATA-EXECUCAO      PIC X(08).
000940         10 AUA-HORA-EXECUCAO      PIC X(08).
000950         10 AUA-TURMA              PIC X(06).
000960         10 AUA-SEQUENCIA          PIC 9(03).
000970     05 AUA-QTD-NOTAS              PIC 9(02).
000980     05 AUA-NOTAS-GRUPO.
000990         10 AUA-NOTAS OCCURS 10 TIMES PIC 9(03).
001000     05 AUA-USA-PESO               PIC X(01).
001010     05 AUA-PESOS-GRUPO.
001020         10 AUA-PESOS OCCURS 10 TIMES PIC 9(02).
001030     05 AUA-TOTALSOMA              PIC 9(05).
001040     05 AUA-TOTALMEDIA             PIC 9(03)V9(02).
001050     05 AUA-TIPO-REGISTRO          PIC X(01).
001060     05 AUA-MEDIA-ANTERIOR         PIC 9(03)V9(02).
001070     05 AUA-AULAS-DADAS            PIC 9(03).
001080     05 AUA-PRESENCAS              PIC 9(03).
001090     05 AUA-PERC-FREQUENCIA        PIC 9(03)V9(02).
001100     05 AUA-FREQ-APURADA           PIC X(01).
001110 FD  AUDIT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  AUDIT-RECORD.
001140     05 AUD-CHAVE.
001150         10 AUD-MATRICULA          PIC X(09).
001160         10 AUD-PERIODO-LETIVO     PIC X(06).
001170         10 AUD-DATA-EXECUCAO      PIC X(08).
001180         10 AUD-HORA-EXECUCAO      PIC X(08).
001190         10 AUD-TURMA              PIC X(06).
001200         10 AUD-SEQUENCIA          PIC 9(03).
001210     05 AUD-QTD-NOTAS              PIC 9(02).
001220     05 AUD-NOTAS-GRUPO.
001230         10 AUD-NOTAS OCCURS 10 TIMES PIC 9(03).
001240     05 AUD-USA-PESO               PIC X(01).
001250     05 AUD-PESOS-GRUPO.
001260         10 AUD-PESOS OCCURS 10 TIMES PIC 9(02).
001270     05 AUD-TOTALSOMA              PIC 9(05).
001280     05 AUD-TOTALMEDIA             PIC 9(03)V9(02).
001290     05 AUD-TIPO-REGISTRO          PIC X(01).
001300     05 AUD-MEDIA-ANTERIOR         PIC 9(03)V9(02).
001310     05 AUD-AULAS-DADAS            PIC 9(03).
001320     05 AUD-PRESENCAS              PIC 9(03).
001330     05 AUD-PERC-FREQUENCIA        PIC 9(03)V9(02).
001340     05 AUD-FREQ-APURADA           PIC X(01).
001350     05 AUD-PROTOCOLO              PIC 9(07).
001360     05 AUD-ESTORNO                PIC X(01).
001370         88 AUD-ESTORNADO                    VALUE "S".
001380     05 AUD-DATA-ESTORNO           PIC X(08).
001390 FD  GRADE-ANT-FILE
001400     LABEL RECORDS ARE STANDARD.
001410 01  GRADE-ANT-RECORD.
001420     05 GHA-CHAVE.
001430         10 GHA-MATRICULA          PIC X(09).
001440         10 GHA-PERIODO-LETIVO     PIC X(06).
001450         10 GHA-TURMA              PIC X(06).
001460     05 GHA-MEDIA-FINAL            PIC 9(03)V9(02).
001470     05 GHA-SITUACAO               PIC X(20).
001480 FD  GRADE-HIST-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 01  GRADE-HIST-RECORD.
001510     05 GH-CHAVE.
001520         10 GH-MATRICULA           PIC X(09).
001530         10 GH-PERIODO-LETIVO      PIC X(06).
001540         10 GH-TURMA               PIC X(06).
001550     05 GH-MEDIA-FINAL             PIC 9(03)V9(02).
001560     05 GH-SITUACAO                PIC X(20).
001570     05 GH-ORIGEM                  PIC X(01).
001580         88 GH-NOTA-EXTERNA                  VALUE "E".
001590     05 GH-ESCOLA-ORIGEM           PIC X(40).
001600 FD  TURMA-ANT-FILE
001610     LABEL RECORDS ARE STANDARD.
001620 01  TURMA-ANT-RECORD.
001630     05 TRA-TURMA                  PIC X(06).
001640     05 TRA-NOME-DISCIPLINA        PIC X(30).
001650     05 TRA-PROFESSOR              PIC X(30).
001660     05 TRA-QTD-AVALIACOES         PIC 9(02).
001670     05 TRA-USA-PESO-OBRIG         PIC X(01).
001680     05 TRA-STATUS-TURMA           PIC X(01).
001690 FD  TURMA-MASTER-FILE
001700     LABEL RECORDS ARE STANDARD.
001710 01  TURMA-MASTER-RECORD.
001720     05 TRM-TURMA                  PIC X(06).
001730     05 TRM-NOME-DISCIPLINA        PIC X(30).
001740     05 TRM-PROFESSOR              PIC X(30).
001750     05 TRM-QTD-AVALIACOES         PIC 9(02).
001760     05 TRM-USA-PESO-OBRIG         PIC X(01).
001770     05 TRM-STATUS-TURMA           PIC X(01).
001780         88 TURMA-ATIVA                      VALUE "A".
001790         88 TURMA-ENCERRADA                  VALUE "E".
001800     05 TRM-AULAS-PREVISTAS        PIC 9(03).
001810 WORKING-STORAGE SECTION.
001820 77 WS-AUDANT-STATUS           PIC X(02) VALUE SPACES.
001830 77 WS-AUDIT-STATUS            PIC X(02) VALUE SPACES.
001840 77 WS-GRADEANT-STATUS         PIC X(02) VALUE SPACES.
001850 77 WS-HIST-STATUS             PIC X(02) VALUE SPACES.
001860 77 WS-TURMAANT-STATUS         PIC X(02) VALUE SPACES.
001870 77 WS-TURMA-STATUS            PIC X(02) VALUE SPACES.
001880 77 WS-EOF-AUDANT-SW           PIC X(01) VALUE "N".
001890     88 FIM-DO-AUDITANT                VALUE "S".
001900 77 WS-EOF-GRADEANT-SW         PIC X(01) VALUE "N".
001910     88 FIM-DO-GRADEANT                VALUE "S".
001920 77 WS-EOF-TURMAANT-SW         PIC X(01) VALUE "N".
001930     88 FIM-DO-TURMAANT                VALUE "S".
001940 77 WS-AUD-LIDOS               PIC 9(07) COMP VALUE ZERO.
001950 77 WS-AUD-GRAVADOS            PIC 9(07) COMP VALUE ZERO.
001960 77 WS-AUD-EXISTENTES          PIC 9(07) COMP VALUE ZERO.
001970 77 WS-GH-LIDOS                PIC 9(07) COMP VALUE ZERO.
001980 77 WS-GH-GRAVADOS             PIC 9(07) COMP VALUE ZERO.
001990 77 WS-GH-EXISTENTES           PIC 9(07) COMP VALUE ZERO.
002000 77 WS-TRM-LIDOS               PIC 9(07) COMP VALUE ZERO.
002010 77 WS-TRM-GRAVADOS            PIC 9(07) COMP VALUE ZERO.
002020 77 WS-TRM-EXISTENTES          PIC 9(07) COMP VALUE ZERO.
002030 PROCEDURE DIVISION.
002040*-----------------------------------------------------------*
002050*  0000-MAINLINE                                            *
002060*-----------------------------------------------------------*
002070 0000-MAINLINE.
002080     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002090     PERFORM 2000-CONVERTER-AUDITORIA THRU 2000-EXIT
002100         UNTIL FIM-DO-AUDITANT.
002110     PERFORM 3000-CONVERTER-HISTORICO THRU 3000-EXIT
002120         UNTIL FIM-DO-GRADEANT.
002130     PERFORM 4000-CONVERTER-TURMA THRU 4000-EXIT
002140         UNTIL FIM-DO-TURMAANT.
002150     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002160     STOP RUN.
002170*-----------------------------------------------------------*
002180*  1000-INICIALIZAR - ABRE OS TRES MESTRES ANTIGOS (TODOS        *
002190*                 OBRIGATORIOS) E OS TRES MESTRES NOVOS          *
002200*                 (CRIADOS VAZIOS QUANDO NAO EXISTEM) E LE O     *
002210*                 PRIMEIRO REGISTRO DE CADA MESTRE ANTIGO        *
002220*-----------------------------------------------------------*
002230 1000-INICIALIZAR.
002240     OPEN INPUT AUDIT-ANT-FILE.
002250     IF WS-AUDANT-STATUS NOT = "00"
002260         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O AUDITMSTR "
002270             "ANTIGO AUDITANT - STATUS: " WS-AUDANT-STATUS
002280         MOVE 16 TO RETURN-CODE
002290         STOP RUN
002300     END-IF.
002310     OPEN INPUT GRADE-ANT-FILE.
002320     IF WS-GRADEANT-STATUS NOT = "00"
002330         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O GRADEHIST "
002340             "ANTIGO GRADEANT - STATUS: " WS-GRADEANT-STATUS
002350         CLOSE AUDIT-ANT-FILE
002360         MOVE 16 TO RETURN-CODE
002370         STOP RUN
002380     END-IF.
002390     OPEN INPUT TURMA-ANT-FILE.
002400     IF WS-TURMAANT-STATUS NOT = "00"
002410         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O TURMAMASTER "
002420             "ANTIGO TURMAANT - STATUS: " WS-TURMAANT-STATUS
002430         CLOSE AUDIT-ANT-FILE
002440         CLOSE GRADE-ANT-FILE
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480     OPEN I-O AUDIT-FILE.
002490     IF WS-AUDIT-STATUS NOT = "00"
002500         OPEN OUTPUT AUDIT-FILE
002510         CLOSE AUDIT-FILE
002520         OPEN I-O AUDIT-FILE
002530     END-IF.
002540     IF WS-AUDIT-STATUS NOT = "00"
002550         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR A BASE DE "
002560             "AUDITORIA AUDITMSTR - STATUS: " WS-AUDIT-STATUS
002570         PERFORM 8800-ABORTAR-ANTIGOS THRU 8800-EXIT
002580     END-IF.
002590     OPEN I-O GRADE-HIST-FILE.
002600     IF WS-HIST-STATUS NOT = "00"
002610         OPEN OUTPUT GRADE-HIST-FILE
002620         CLOSE GRADE-HIST-FILE
002630         OPEN I-O GRADE-HIST-FILE
002640     END-IF.
002650     IF WS-HIST-STATUS NOT = "00"
002660         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O HISTORICO "
002670             "GRADEHIST - STATUS: " WS-HIST-STATUS
002680         CLOSE AUDIT-FILE
002690         PERFORM 8800-ABORTAR-ANTIGOS THRU 8800-EXIT
002700     END-IF.
002710     OPEN I-O TURMA-MASTER-FILE.
002720     IF WS-TURMA-STATUS NOT = "00"
002730         OPEN OUTPUT TURMA-MASTER-FILE
002740         CLOSE TURMA-MASTER-FILE
002750         OPEN I-O TURMA-MASTER-FILE
002760     END-IF.
002770     IF WS-TURMA-STATUS NOT = "00"
002780         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O MESTRE DE "
002790             "TURMAS TURMAMASTER - STATUS: " WS-TURMA-STATUS
002800         CLOSE AUDIT-FILE
002810         CLOSE GRADE-HIST-FILE
002820         PERFORM 8800-ABORTAR-ANTIGOS THRU 8800-EXIT
002830     END-IF.
002840     DISPLAY "========= CONVERSAO UNICA DE LEIAUTE ============="
002850     PERFORM 2900-LER-AUDITANT THRU 2900-EXIT.
002860     PERFORM 3900-LER-GRADEANT THRU 3900-EXIT.
002870     PERFORM 4900-LER-TURMAANT THRU 4900-EXIT.
002880 1000-EXIT.
002890     EXIT.
002900*-----------------------------------------------------------*
002910*  2000-CONVERTER-AUDITORIA - GRAVA NO AUDITMSTR NOVO UM         *
002920*                 REGISTRO DO AUDITANT COM PROTOCOLO ZERO E      *
002930*                 ESTORNO EM BRANCO                              *
002940*-----------------------------------------------------------*
002950 2000-CONVERTER-AUDITORIA.
002960     ADD 1 TO WS-AUD-LIDOS
002970     MOVE AUDIT-ANT-RECORD TO AUDIT-RECORD
002980     MOVE ZEROS  TO AUD-PROTOCOLO
002990     MOVE SPACES TO AUD-ESTORNO
003000     MOVE SPACES TO AUD-DATA-ESTORNO
003010     WRITE AUDIT-RECORD
003020         INVALID KEY
003030             ADD 1 TO WS-AUD-EXISTENTES
003040             DISPLAY "AVISO: CHAVE JA CONSTA NO AUDITMSTR NOVO - "
003050                 "MATRICULA " AUD-MATRICULA " PERIODO "
003060                 AUD-PERIODO-LETIVO " TURMA " AUD-TURMA
003070             GO TO 2000-PROXIMO-REGISTRO
003080     END-WRITE.
003090     ADD 1 TO WS-AUD-GRAVADOS.
003100 2000-PROXIMO-REGISTRO.
003110     PERFORM 2900-LER-AUDITANT THRU 2900-EXIT.
003120 2000-EXIT.
003130     EXIT.
003140*-----------------------------------------------------------*
003150*  2900-LER-AUDITANT - LE O PROXIMO REGISTRO DO AUDITANT         *
003160*-----------------------------------------------------------*
003170 2900-LER-AUDITANT.
003180     READ AUDIT-ANT-FILE NEXT RECORD
003190         AT END SET FIM-DO-AUDITANT TO TRUE
003200     END-READ.
003210 2900-EXIT.
003220     EXIT.
003230*-----------------------------------------------------------*
003240*  3000-CONVERTER-HISTORICO - GRAVA NO GRADEHIST NOVO UM         *
003250*                 REGISTRO DO GRADEANT COM ORIGEM E ESCOLA DE    *
003260*                 ORIGEM EM BRANCO (MEDIA APURADA PELA ESCOLA)   *
003270*-----------------------------------------------------------*
003280 3000-CONVERTER-HISTORICO.
003290     ADD 1 TO WS-GH-LIDOS
003300     MOVE GRADE-ANT-RECORD TO GRADE-HIST-RECORD
003310     MOVE SPACE  TO GH-ORIGEM
003320     MOVE SPACES TO GH-ESCOLA-ORIGEM
003330     WRITE GRADE-HIST-RECORD
003340         INVALID KEY
003350             ADD 1 TO WS-GH-EXISTENTES
003360             DISPLAY "AVISO: CHAVE JA CONSTA NO GRADEHIST NOVO - "
003370                 "MATRICULA " GH-MATRICULA " PERIODO "
003380                 GH-PERIODO-LETIVO " TURMA " GH-TURMA
003390             GO TO 3000-PROXIMO-REGISTRO
003400     END-WRITE.
003410     ADD 1 TO WS-GH-GRAVADOS.
003420 3000-PROXIMO-REGISTRO.
003430     PERFORM 3900-LER-GRADEANT THRU 3900-EXIT.
003440 3000-EXIT.
003450     EXIT.
003460*-----------------------------------------------------------*
003470*  3900-LER-GRADEANT - LE O PROXIMO REGISTRO DO GRADEANT         *
003480*-----------------------------------------------------------*
003490 3900-LER-GRADEANT.
003500     READ GRADE-ANT-FILE NEXT RECORD
003510         AT END SET FIM-DO-GRADEANT TO TRUE
003520     END-READ.
003530 3900-EXIT.
003540     EXIT.
003550*-----------------------------------------------------------*
003560*  4000-CONVERTER-TURMA - GRAVA NO TURMAMASTER NOVO UMA TURMA    *
003570*                 DO TURMAANT COM AULAS PREVISTAS ZERO           *
003580*-----------------------------------------------------------*
003590 4000-CONVERTER-TURMA.
003600     ADD 1 TO WS-TRM-LIDOS
003610     MOVE TURMA-ANT-RECORD TO TURMA-MASTER-RECORD
003620     MOVE ZEROS TO TRM-AULAS-PREVISTAS
003630     WRITE TURMA-MASTER-RECORD
003640         INVALID KEY
003650             ADD 1 TO WS-TRM-EXISTENTES
003660             DISPLAY "AVISO: TURMA " TRM-TURMA
003670                 " JA CONSTA NO TURMAMASTER NOVO"
003680             GO TO 4000-PROXIMO-REGISTRO
003690     END-WRITE.
003700     ADD 1 TO WS-TRM-GRAVADOS.
003710 4000-PROXIMO-REGISTRO.
003720     PERFORM 4900-LER-TURMAANT THRU 4900-EXIT.
003730 4000-EXIT.
003740     EXIT.
003750*-----------------------------------------------------------*
003760*  4900-LER-TURMAANT - LE O PROXIMO REGISTRO DO TURMAANT         *
003770*-----------------------------------------------------------*
003780 4900-LER-TURMAANT.
003790     READ TURMA-ANT-FILE NEXT RECORD
003800         AT END SET FIM-DO-TURMAANT TO TRUE
003810     END-READ.
003820 4900-EXIT.
003830     EXIT.
003840*-----------------------------------------------------------*
003850*  8800-ABORTAR-ANTIGOS - FECHA OS MESTRES ANTIGOS E ENCERRA     *
003860*                 COM RETURN-CODE 16                             *
003870*-----------------------------------------------------------*
003880 8800-ABORTAR-ANTIGOS.
003890     CLOSE AUDIT-ANT-FILE
003900     CLOSE GRADE-ANT-FILE
003910     CLOSE TURMA-ANT-FILE
003920     MOVE 16 TO RETURN-CODE
003930     STOP RUN.
003940 8800-EXIT.
003950     EXIT.
003960*-----------------------------------------------------------*
003970*  9000-FINALIZAR - EMITE O RESUMO DA CONVERSAO E FECHA OS       *
003980*                 ARQUIVOS                                       *
003990*-----------------------------------------------------------*
004000 9000-FINALIZAR.
004010     DISPLAY "AUDITMSTR - LIDOS DO AUDITANT .....: " WS-AUD-LIDOS
004020     DISPLAY "            GRAVADOS NO NOVO ......: "
004030         WS-AUD-GRAVADOS
004040     DISPLAY "            JA EXISTENTES .........: "
004050         WS-AUD-EXISTENTES
004060     DISPLAY "GRADEHIST - LIDOS DO GRADEANT .....: " WS-GH-LIDOS
004070     DISPLAY "            GRAVADOS NO NOVO ......: "
004080         WS-GH-GRAVADOS
004090     DISPLAY "            JA EXISTENTES .........: "
004100         WS-GH-EXISTENTES
004110     DISPLAY "TURMAMASTER - LIDOS DO TURMAANT ...: " WS-TRM-LIDOS
004120     DISPLAY "            GRAVADOS NO NOVO ......: "
004130         WS-TRM-GRAVADOS
004140     DISPLAY "            JA EXISTENTES .........: "
004150         WS-TRM-EXISTENTES
004160     IF WS-AUD-EXISTENTES > 0
004170         OR WS-GH-EXISTENTES > 0
004180         OR WS-TRM-EXISTENTES > 0
004190         DISPLAY "AVISO: REGISTROS JA EXISTENTES NOS MESTRES "
004200             "NOVOS NAO FORAM REGRAVADOS - VERIFIQUE A "
004210             "CONVERSAO"
004220         MOVE 8 TO RETURN-CODE
004230     END-IF
004240     DISPLAY "================================================="
004250     CLOSE AUDIT-ANT-FILE
004260     CLOSE AUDIT-FILE
004270     CLOSE GRADE-ANT-FILE
004280     CLOSE GRADE-HIST-FILE
004290     CLOSE TURMA-ANT-FILE
004300     CLOSE TURMA-MASTER-FILE.
004310 9000-EXIT.
004320     EXIT.
004330 END PROGRAM CONVERSAO-LEIAUTE.
