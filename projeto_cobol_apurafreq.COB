000100*****************************************************************
000110* PROGRAM-ID : APURA-FREQUENCIA
000120* AUTHOR     : CARLISE DEBONA
000130* INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS
000140* DATE-WRITTEN: 15/10/2026
000150* PURPOSE    : APURA, A PARTIR DO DIARIO DE FREQUENCIA POR AULA
000160*              (DIARIOFREQ, CARREGADO PELO CARGA-DIARIO-
000170*              FREQUENCIA), AS AULAS DADAS E AS PRESENCAS DE CADA
000180*              ALUNO EM CADA TURMA DO PERIODO LETIVO INFORMADO NO
000190*              APURAPARM E GRAVA O ARQUIVO FREQUENCIA NO LEIAUTE
000200*              LIDO PELO MEDIA-ALUNOS (MATRICULA, TURMA, AULAS
000210*              DADAS E PRESENCAS). AULAS DADAS SAO AS AULAS
000220*              LANCADAS PARA O ALUNO NA TURMA; A FALTA
000230*              JUSTIFICADA CONTA COMO FALTA (A JUSTIFICATIVA NAO
000240*              ABONA A FALTA) E SAI SEPARADA SO NO RESUMO DA
000250*              TURMA.
000260*****************************************************************
000270* MODIFICATION HISTORY
000280* -----------------------------------------------------------
000290* DATE       INIT DESCRIPTION
000300* 15/10/2026 CD   VERSAO INICIAL. PARAMETROS NO APURAPARM:
000310*                 PERIODO LETIVO (OBRIGATORIO), TURMA (EM BRANCO
000320*                 APURA TODAS AS TURMAS DO PERIODO) E DATA LIMITE
000330*                 AAAAMMDD (EM BRANCO CONSIDERA TODAS AS AULAS
000340*                 LANCADAS). ALUNO COM MAIS DE 999 AULAS NA TURMA
000350*                 NAO CABE NO LEIAUTE DO FREQUENCIA, FICA FORA DO
000360*                 ARQUIVO E A EXECUCAO TERMINA COM RETURN-CODE 8.
000370* -----------------------------------------------------------
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. APURA-FREQUENCIA.
000400 AUTHOR. CARLISE DEBONA.
000410 INSTALLATION. SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS.
000420 DATE-WRITTEN. 15/10/2026.
000430 DATE-COMPILED.
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT APURA-PARM-FILE ASSIGN TO "APURAPARM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PARM-STATUS.
000500     SELECT DIARIO-FILE ASSIGN TO "DIARIOFREQ"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS DIA-CHAVE
000540         FILE STATUS IS WS-DIARIO-STATUS.
000550     SELECT FREQUENCIA-FILE ASSIGN TO "FREQUENCIA"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FREQ-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  APURA-PARM-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 01  APURA-PARM-RECORD.
000630     05 PRM-PERIODO-LETIVO         PIC X(06).
000640     05 PRM-TURMA                  PIC X(06).
000650     05 PRM-DATA-LIMITE            PIC X(08).
000660 FD  DIARIO-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  DIARIO-RECORD.
000690     05 DIA-CHAVE.
000700         10 DIA-PERIODO-LETIVO     PIC X(06).
000710         10 DIA-TURMA              PIC X(06).
000720         10 DIA-DATA-AULA          PIC X(08).
000730         10 DIA-AULA               PIC 9(01).
000740         10 DIA-MATRICULA          PIC X(09).
000750     05 DIA-PRESENCA               PIC X(01).
000760         88 DIA-PRESENTE                     VALUE "P".
000770         88 DIA-AUSENTE                      VALUE "F".
000780     05 DIA-FALTA-JUSTIFICADA      PIC X(01).
000790         88 DIA-JUSTIFICADA                  VALUE "S".
000800     05 DIA-USUARIO                PIC X(08).
000810     05 DIA-DATA-REGISTRO          PIC X(08).
000820 FD  FREQUENCIA-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  FREQUENCIA-RECORD.
000850     05 FRQ-MATRICULA              PIC X(09).
000860     05 FRQ-TURMA                  PIC X(06).
000870     05 FRQ-AULAS-DADAS            PIC 9(03).
000880     05 FRQ-PRESENCAS              PIC 9(03).
000890 WORKING-STORAGE SECTION.
000900 77 WS-PARM-STATUS              PIC X(02) VALUE SPACES.
000910 77 WS-DIARIO-STATUS            PIC X(02) VALUE SPACES.
000920 77 WS-FREQ-STATUS              PIC X(02) VALUE SPACES.
000930 77 WS-EOF-SW                   PIC X(01) VALUE "N".
000940     88 FIM-DO-DIARIO                   VALUE "S".
000950 77 WS-PERIODO-LETIVO           PIC X(06) VALUE SPACES.
000960 77 WS-TURMA-PARM               PIC X(06) VALUE SPACES.
000970 77 WS-DATA-LIMITE              PIC X(08) VALUE SPACES.
000980 77 WS-TURMA-ATUAL              PIC X(06) VALUE SPACES.
000990 77 WS-ALUNOS-LIMITE            PIC 9(04) COMP VALUE 200.
001000 77 WS-ALUNOS-QTD               PIC 9(04) COMP VALUE ZERO.
001010 77 WS-ALUNO-IX                 PIC 9(04) COMP VALUE ZERO.
001020 77 WS-ALUNO-ACHOU-IX           PIC 9(04) COMP VALUE ZERO.
001030 77 WS-AULAS-TURMA              PIC 9(07) COMP VALUE ZERO.
001040 77 WS-FALTAS-TURMA             PIC 9(07) COMP VALUE ZERO.
001050 77 WS-JUSTIFICADAS-TURMA       PIC 9(07) COMP VALUE ZERO.
001060 77 WS-REGISTROS-LIDOS          PIC 9(07) COMP VALUE ZERO.
001070 77 WS-REGISTROS-APOS-LIMITE    PIC 9(07) COMP VALUE ZERO.
001080 77 WS-TURMAS-APURADAS          PIC 9(05) COMP VALUE ZERO.
001090 77 WS-REGISTROS-GRAVADOS       PIC 9(07) COMP VALUE ZERO.
001100 77 WS-ACIMA-DO-LEIAUTE         PIC 9(05) COMP VALUE ZERO.
001110*-----------------------------------------------------------*
001120*  ALUNOS DA TURMA CORRENTE: AULAS LANCADAS, PRESENCAS E     *
001130*  FALTAS JUSTIFICADAS                                       *
001140*-----------------------------------------------------------*
001150 01 WS-TABELA-ALUNOS.
001160     05 ALT-ENT OCCURS 200 TIMES.
001170         10 ALT-MATRICULA          PIC X(09).
001180         10 ALT-AULAS              PIC 9(05) COMP.
001190         10 ALT-PRESENCAS          PIC 9(05) COMP.
001200         10 ALT-JUSTIFICADAS       PIC 9(05) COMP.
001210 PROCEDURE DIVISION.
001220*-----------------------------------------------------------*
001230*  0000-MAINLINE                                            *
001240*-----------------------------------------------------------*
001250 0000-MAINLINE.
001260     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001270     PERFORM 2000-PROCESSAR-DIARIO THRU 2000-EXIT
001280         UNTIL FIM-DO-DIARIO.
001290     IF WS-TURMA-ATUAL NOT = SPACES
001300         PERFORM 4000-GRAVAR-TURMA THRU 4000-EXIT
001310     END-IF.
001320     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001330     STOP RUN.
001340*-----------------------------------------------------------*
001350*  1000-INICIALIZAR - LE OS PARAMETROS DO APURAPARM, ABRE OS     *
001360*                 ARQUIVOS E POSICIONA O DIARIO NO PRIMEIRO      *
001370*                 LANCAMENTO DO PERIODO (OU DA TURMA)            *
001380*-----------------------------------------------------------*
001390 1000-INICIALIZAR.
001400     OPEN INPUT APURA-PARM-FILE.
001410     IF WS-PARM-STATUS NOT = "00"
001420         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
001430             "PARAMETROS APURAPARM - STATUS: " WS-PARM-STATUS
001440         MOVE 16 TO RETURN-CODE
001450         STOP RUN
001460     END-IF.
001470     READ APURA-PARM-FILE
001480         AT END MOVE SPACES TO APURA-PARM-RECORD
001490     END-READ.
001500     CLOSE APURA-PARM-FILE.
001510     IF PRM-PERIODO-LETIVO = SPACES
001520         OR PRM-PERIODO-LETIVO (1:4) NOT NUMERIC
001530         DISPLAY "ERRO: PERIODO LETIVO INVALIDO OU NAO INFORMADO "
001540             "EM APURAPARM: " PRM-PERIODO-LETIVO
001550         MOVE 16 TO RETURN-CODE
001560         STOP RUN
001570     END-IF.
001580     IF PRM-DATA-LIMITE NOT = SPACES
001590         AND PRM-DATA-LIMITE NOT NUMERIC
001600         DISPLAY "ERRO: DATA LIMITE INVALIDA EM APURAPARM "
001610             "(AAAAMMDD): " PRM-DATA-LIMITE
001620         MOVE 16 TO RETURN-CODE
001630         STOP RUN
001640     END-IF.
001650     MOVE PRM-PERIODO-LETIVO TO WS-PERIODO-LETIVO.
001660     MOVE PRM-TURMA          TO WS-TURMA-PARM.
001670     MOVE PRM-DATA-LIMITE    TO WS-DATA-LIMITE.
001680     OPEN INPUT DIARIO-FILE.
001690     IF WS-DIARIO-STATUS NOT = "00"
001700         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O DIARIO DE "
001710             "FREQUENCIA DIARIOFREQ - STATUS: " WS-DIARIO-STATUS
001720         MOVE 16 TO RETURN-CODE
001730         STOP RUN
001740     END-IF.
001750     OPEN OUTPUT FREQUENCIA-FILE.
001760     IF WS-FREQ-STATUS NOT = "00"
001770         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO "
001780             "FREQUENCIA - STATUS: " WS-FREQ-STATUS
001790         CLOSE DIARIO-FILE
001800         MOVE 16 TO RETURN-CODE
001810         STOP RUN
001820     END-IF.
001830     DISPLAY "=========== APURACAO DE FREQUENCIA ==============="
001840     DISPLAY "PERIODO LETIVO ...: " WS-PERIODO-LETIVO
001850     IF WS-TURMA-PARM = SPACES
001860         DISPLAY "TURMA ............: TODAS"
001870     ELSE
001880         DISPLAY "TURMA ............: " WS-TURMA-PARM
001890     END-IF
001900     IF WS-DATA-LIMITE = SPACES
001910         DISPLAY "AULAS ATE ........: TODAS AS LANCADAS"
001920     ELSE
001930         DISPLAY "AULAS ATE ........: " WS-DATA-LIMITE
001940     END-IF
001950     MOVE LOW-VALUES         TO DIA-CHAVE
001960     MOVE WS-PERIODO-LETIVO  TO DIA-PERIODO-LETIVO
001970     IF WS-TURMA-PARM NOT = SPACES
001980         MOVE WS-TURMA-PARM TO DIA-TURMA
001990     END-IF
002000     START DIARIO-FILE KEY >= DIA-CHAVE
002010         INVALID KEY
002020             SET FIM-DO-DIARIO TO TRUE
002030             GO TO 1000-EXIT
002040     END-START
002050     PERFORM 2900-LER-DIARIO THRU 2900-EXIT.
002060 1000-EXIT.
002070     EXIT.
002080*-----------------------------------------------------------*
002090*  2000-PROCESSAR-DIARIO - ACUMULA UM LANCAMENTO DO DIARIO       *
002100*                 NO ALUNO DA TURMA; NA TROCA DE TURMA GRAVA     *
002110*                 A FREQUENCIA DOS ALUNOS DA TURMA ANTERIOR      *
002120*-----------------------------------------------------------*
002130 2000-PROCESSAR-DIARIO.
002140     IF DIA-TURMA NOT = WS-TURMA-ATUAL
002150         IF WS-TURMA-ATUAL NOT = SPACES
002160             PERFORM 4000-GRAVAR-TURMA THRU 4000-EXIT
002170         END-IF
002180         MOVE DIA-TURMA TO WS-TURMA-ATUAL
002190         MOVE ZERO TO WS-ALUNOS-QTD
002200         MOVE ZERO TO WS-AULAS-TURMA
002210         MOVE ZERO TO WS-FALTAS-TURMA
002220         MOVE ZERO TO WS-JUSTIFICADAS-TURMA
002230     END-IF
002240     IF WS-DATA-LIMITE NOT = SPACES
002250         AND DIA-DATA-AULA > WS-DATA-LIMITE
002260         ADD 1 TO WS-REGISTROS-APOS-LIMITE
002270         GO TO 2000-PROXIMO
002280     END-IF
002290     PERFORM 3000-ACUMULAR-ALUNO THRU 3000-EXIT.
002300 2000-PROXIMO.
002310     PERFORM 2900-LER-DIARIO THRU 2900-EXIT.
002320 2000-EXIT.
002330     EXIT.
002340*-----------------------------------------------------------*
002350*  2900-LER-DIARIO - LE O PROXIMO LANCAMENTO DO DIARIO; O FIM    *
002360*                 DO PERIODO (OU DA TURMA PEDIDA) ENCERRA A      *
002370*                 LEITURA                                        *
002380*-----------------------------------------------------------*
002390 2900-LER-DIARIO.
002400     READ DIARIO-FILE NEXT RECORD
002410         AT END
002420             SET FIM-DO-DIARIO TO TRUE
002430             GO TO 2900-EXIT
002440     END-READ.
002450     IF DIA-PERIODO-LETIVO NOT = WS-PERIODO-LETIVO
002460         SET FIM-DO-DIARIO TO TRUE
002470         GO TO 2900-EXIT
002480     END-IF.
002490     IF WS-TURMA-PARM NOT = SPACES
002500         AND DIA-TURMA NOT = WS-TURMA-PARM
002510         SET FIM-DO-DIARIO TO TRUE
002520         GO TO 2900-EXIT
002530     END-IF.
002540     ADD 1 TO WS-REGISTROS-LIDOS.
002550 2900-EXIT.
002560     EXIT.
002570*-----------------------------------------------------------*
002580*  3000-ACUMULAR-ALUNO - LOCALIZA (OU INCLUI) O ALUNO NA         *
002590*                 TABELA DA TURMA E SOMA A AULA, A PRESENCA      *
002600*                 OU A FALTA; MAIS ALUNOS NA TURMA DO QUE CABE   *
002610*                 NA TABELA ENCERRA COM RETURN-CODE 16           *
002620*-----------------------------------------------------------*
002630 3000-ACUMULAR-ALUNO.
002640     MOVE ZERO TO WS-ALUNO-ACHOU-IX
002650     PERFORM 3100-PROCURAR-ALUNO THRU 3100-EXIT
002660         VARYING WS-ALUNO-IX FROM 1 BY 1
002670         UNTIL WS-ALUNO-IX > WS-ALUNOS-QTD
002680     IF WS-ALUNO-ACHOU-IX = 0
002690         IF WS-ALUNOS-QTD >= WS-ALUNOS-LIMITE
002700             DISPLAY "ERRO: MAIS DE " WS-ALUNOS-LIMITE " ALUNOS "
002710                 "NO DIARIO DA TURMA " WS-TURMA-ATUAL
002720             CLOSE DIARIO-FILE
002730             CLOSE FREQUENCIA-FILE
002740             MOVE 16 TO RETURN-CODE
002750             STOP RUN
002760         END-IF
002770         ADD 1 TO WS-ALUNOS-QTD
002780         MOVE WS-ALUNOS-QTD TO WS-ALUNO-ACHOU-IX
002790         MOVE DIA-MATRICULA TO ALT-MATRICULA (WS-ALUNO-ACHOU-IX)
002800         MOVE ZERO TO ALT-AULAS (WS-ALUNO-ACHOU-IX)
002810         MOVE ZERO TO ALT-PRESENCAS (WS-ALUNO-ACHOU-IX)
002820         MOVE ZERO TO ALT-JUSTIFICADAS (WS-ALUNO-ACHOU-IX)
002830     END-IF
002840     ADD 1 TO ALT-AULAS (WS-ALUNO-ACHOU-IX)
002850     ADD 1 TO WS-AULAS-TURMA
002860     IF DIA-PRESENTE
002870         ADD 1 TO ALT-PRESENCAS (WS-ALUNO-ACHOU-IX)
002880         GO TO 3000-EXIT
002890     END-IF
002900     ADD 1 TO WS-FALTAS-TURMA
002910     IF DIA-JUSTIFICADA
002920         ADD 1 TO ALT-JUSTIFICADAS (WS-ALUNO-ACHOU-IX)
002930         ADD 1 TO WS-JUSTIFICADAS-TURMA
002940     END-IF.
002950 3000-EXIT.
002960     EXIT.
002970*-----------------------------------------------------------*
002980*  3100-PROCURAR-ALUNO - CONFERE UMA ENTRADA DA TABELA CONTRA    *
002990*                 A MATRICULA DO LANCAMENTO                      *
003000*-----------------------------------------------------------*
003010 3100-PROCURAR-ALUNO.
003020     IF ALT-MATRICULA (WS-ALUNO-IX) = DIA-MATRICULA
003030         MOVE WS-ALUNO-IX TO WS-ALUNO-ACHOU-IX
003040         MOVE WS-ALUNOS-QTD TO WS-ALUNO-IX
003050     END-IF.
003060 3100-EXIT.
003070     EXIT.
003080*-----------------------------------------------------------*
003090*  4000-GRAVAR-TURMA - GRAVA NO FREQUENCIA UM REGISTRO POR       *
003100*                 ALUNO DA TURMA CORRENTE E EMITE O RESUMO DA    *
003110*                 TURMA                                          *
003120*-----------------------------------------------------------*
003130 4000-GRAVAR-TURMA.
003140     IF WS-ALUNOS-QTD = 0
003150         GO TO 4000-EXIT
003160     END-IF
003170     ADD 1 TO WS-TURMAS-APURADAS
003180     PERFORM 4100-GRAVAR-ALUNO THRU 4100-EXIT
003190         VARYING WS-ALUNO-IX FROM 1 BY 1
003200         UNTIL WS-ALUNO-IX > WS-ALUNOS-QTD
003210     DISPLAY "TURMA " WS-TURMA-ATUAL " - ALUNOS: " WS-ALUNOS-QTD
003220         " LANCAMENTOS: " WS-AULAS-TURMA " FALTAS: "
003230         WS-FALTAS-TURMA " (JUSTIFICADAS: " WS-JUSTIFICADAS-TURMA
003240         ")".
003250 4000-EXIT.
003260     EXIT.
003270*-----------------------------------------------------------*
003280*  4100-GRAVAR-ALUNO - GRAVA A FREQUENCIA DE UM ALUNO; MAIS      *
003290*                 DE 999 AULAS NAO CABE NO LEIAUTE E E AVISADO   *
003300*-----------------------------------------------------------*
003310 4100-GRAVAR-ALUNO.
003320     IF ALT-AULAS (WS-ALUNO-IX) > 999
003330         ADD 1 TO WS-ACIMA-DO-LEIAUTE
003340         DISPLAY "AVISO: MATRICULA " ALT-MATRICULA (WS-ALUNO-IX)
003350             " TURMA " WS-TURMA-ATUAL " COM MAIS DE 999 AULAS - "
003360             "FORA DO ARQUIVO FREQUENCIA"
003370         GO TO 4100-EXIT
003380     END-IF
003390     MOVE ALT-MATRICULA (WS-ALUNO-IX) TO FRQ-MATRICULA
003400     MOVE WS-TURMA-ATUAL              TO FRQ-TURMA
003410     MOVE ALT-AULAS (WS-ALUNO-IX)     TO FRQ-AULAS-DADAS
003420     MOVE ALT-PRESENCAS (WS-ALUNO-IX) TO FRQ-PRESENCAS
003430     WRITE FREQUENCIA-RECORD
003440     ADD 1 TO WS-REGISTROS-GRAVADOS.
003450 4100-EXIT.
003460     EXIT.
003470*-----------------------------------------------------------*
003480*  9000-FINALIZAR - EMITE O RESUMO DA APURACAO E FECHA OS        *
003490*                 ARQUIVOS; PERIODO SEM LANCAMENTO OU ALUNO      *
003500*                 FORA DO ARQUIVO DA RETURN-CODE 8               *
003510*-----------------------------------------------------------*
003520 9000-FINALIZAR.
003530     DISPLAY "=================================================="
003540     DISPLAY "LANCAMENTOS DO DIARIO LIDOS .: " WS-REGISTROS-LIDOS
003550     DISPLAY "LANCAMENTOS APOS DATA LIMITE : "
003560         WS-REGISTROS-APOS-LIMITE
003570     DISPLAY "TURMAS APURADAS .............: " WS-TURMAS-APURADAS
003580     DISPLAY "REGISTROS NO FREQUENCIA .....: "
003590         WS-REGISTROS-GRAVADOS
003600     DISPLAY "ALUNOS ACIMA DE 999 AULAS ...: " WS-ACIMA-DO-LEIAUTE
003610     IF WS-REGISTROS-GRAVADOS = 0
003620         DISPLAY "AVISO: NENHUMA FREQUENCIA APURADA PARA O "
003630             "PERIODO " WS-PERIODO-LETIVO
003640         MOVE 8 TO RETURN-CODE
003650     END-IF
003660     IF WS-ACIMA-DO-LEIAUTE > 0
003670         MOVE 8 TO RETURN-CODE
003680     END-IF
003690     CLOSE DIARIO-FILE
003700     CLOSE FREQUENCIA-FILE.
003710 9000-EXIT.
003720     EXIT.
003730 END PROGRAM APURA-FREQUENCIA.
