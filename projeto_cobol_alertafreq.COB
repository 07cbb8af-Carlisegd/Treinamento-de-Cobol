000100*****************************************************************
000110* PROGRAM-ID : ALERTA-FREQUENCIA
000120* AUTHOR     : CARLISE DEBONA
000130* INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS
000140* DATE-WRITTEN: 15/10/2026
000150* PURPOSE    : RELATORIO SEMANAL PARA A ORIENTACAO EDUCACIONAL DOS
000160*              ALUNOS QUE, NUMA DATA DE REFERENCIA, JA USARAM MAIS
000170*              DO QUE O PERCENTUAL INFORMADO NO ALERTPARM DAS
000180*              FALTAS PERMITIDAS EM UMA TURMA, PARA A FAMILIA SER
000190*              CHAMADA ANTES DE O ALUNO PASSAR DO LIMITE DE FALTAS
000200*              DO REGIMENTO. AS FALTAS VEM DO DIARIO DE FREQUENCIA
000210*              POR AULA (DIARIOFREQ). AS FALTAS PERMITIDAS SAO AS
000220*              AULAS PREVISTAS DA TURMA (TURMAMASTER) VEZES O
000230*              COMPLEMENTO DA FREQUENCIA MINIMA DA REGRA DO
000240*              REGIMENTO VIGENTE NO PERIODO (FREQUENCIA MINIMA DE
000250*              75% PERMITE FALTAR EM 25% DAS AULAS); TURMA SEM
000260*              AULAS PREVISTAS USA AS AULAS JA LANCADAS PARA O
000270*              ALUNO. A FALTA JUSTIFICADA CONTA COMO FALTA E SAI
000280*              SEPARADA. O RELATORIO SAI POR TURMA, COM O NOME
000290*              OFICIAL DO ALUNO, AS FALTAS DA SEMANA (OS SETE DIAS
000300*              QUE TERMINAM NA DATA DE REFERENCIA) E O PERCENTUAL
000310*              DAS FALTAS PERMITIDAS JA USADO.
000320*****************************************************************
000330* MODIFICATION HISTORY
000340* -----------------------------------------------------------
000350* DATE       INIT DESCRIPTION
000360* 15/10/2026 CD   VERSAO INICIAL. PARAMETROS NO ALERTPARM:
000370*                 PERIODO LETIVO (OBRIGATORIO), PERCENTUAL DE
000380*                 ALERTA 001-100 (EM BRANCO OU ZERO VALE 050) E
000390*                 DATA DE REFERENCIA AAAAMMDD (EM BRANCO VALE A
000400*                 DATA DO DIA). SO SAEM ALUNOS COM MATRICULA ATIVA
000410*                 EM TURMA ATIVA. HAVENDO ALUNO QUE JA PASSOU DO
000420*                 LIMITE DE FALTAS O PROGRAMA TERMINA COM
000430*                 RETURN-CODE 8.
000430* 15/10/2026 CD   O TURMAMASTER GRAVADO NO LEIAUTE ANTERIOR
000430*                 PRECISA DE CONVERSAO UNICA DE LEIAUTE
000430*                 (CONVERSAO-LEIAUTE) ANTES DO PRIMEIRO LOTE COM
000430*                 ESTA VERSAO.
000440* -----------------------------------------------------------
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. ALERTA-FREQUENCIA.
000470 AUTHOR. CARLISE DEBONA.
000480 INSTALLATION. SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS.
000490 DATE-WRITTEN. 15/10/2026.
000500 DATE-COMPILED.
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT ALERTA-PARM-FILE ASSIGN TO "ALERTPARM"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PARM-STATUS.
000570     SELECT DIARIO-FILE ASSIGN TO "DIARIOFREQ"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS DIA-CHAVE
000610         FILE STATUS IS WS-DIARIO-STATUS.
000620     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTMASTER"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS MST-MATRICULA
000660         FILE STATUS IS WS-MASTER-STATUS.
000670     SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMASTER"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS TRM-TURMA
000710         FILE STATUS IS WS-TURMA-STATUS.
000720     SELECT REGIMENTO-FILE ASSIGN TO "REGIMENTO"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS RGM-PERIODO-INICIAL
000760         FILE STATUS IS WS-REGIM-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  ALERTA-PARM-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  ALERTA-PARM-RECORD.
000820     05 PRM-PERIODO-LETIVO         PIC X(06).
000830     05 PRM-PERCENTUAL-ALERTA      PIC 9(03).
000840     05 PRM-DATA-REFERENCIA        PIC X(08).
000850 FD  DIARIO-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  DIARIO-RECORD.
000880     05 DIA-CHAVE.
000890         10 DIA-PERIODO-LETIVO     PIC X(06).
000900         10 DIA-TURMA              PIC X(06).
000910         10 DIA-DATA-AULA          PIC X(08).
000920         10 DIA-AULA               PIC 9(01).
000930         10 DIA-MATRICULA          PIC X(09).
000940     05 DIA-PRESENCA               PIC X(01).
000950         88 DIA-PRESENTE                     VALUE "P".
000960         88 DIA-AUSENTE                      VALUE "F".
000970     05 DIA-FALTA-JUSTIFICADA      PIC X(01).
000980         88 DIA-JUSTIFICADA                  VALUE "S".
000990     05 DIA-USUARIO                PIC X(08).
001000     05 DIA-DATA-REGISTRO          PIC X(08).
001010 FD  STUDENT-MASTER-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  STUDENT-MASTER-RECORD.
001040     05 MST-MATRICULA              PIC X(09).
001050     05 MST-NOME-OFICIAL           PIC X(30).
001060     05 MST-STATUS-MATRICULA       PIC X(01).
001070         88 MATRICULA-ATIVA                  VALUE "A".
001080 FD  TURMA-MASTER-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 01  TURMA-MASTER-RECORD.
001110     05 TRM-TURMA                  PIC X(06).
001120     05 TRM-NOME-DISCIPLINA        PIC X(30).
001130     05 TRM-PROFESSOR              PIC X(30).
001140     05 TRM-QTD-AVALIACOES         PIC 9(02).
001150     05 TRM-USA-PESO-OBRIG         PIC X(01).
001160     05 TRM-STATUS-TURMA           PIC X(01).
001170         88 TURMA-ATIVA                      VALUE "A".
001180         88 TURMA-ENCERRADA                  VALUE "E".
001190     05 TRM-AULAS-PREVISTAS        PIC 9(03).
001200 FD  REGIMENTO-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 01  REGIMENTO-RECORD.
001230     05 RGM-PERIODO-INICIAL        PIC X(06).
001240     05 RGM-MEDIA-MINIMA           PIC 9(03).
001250     05 RGM-NOTA-CORTE-RECUP       PIC 9(03).
001260     05 RGM-FREQ-MINIMA            PIC 9(03).
001270     05 RGM-PESO-MEDIA-RECUP       PIC 9(01).
001280     05 RGM-PESO-EXAME-RECUP       PIC 9(01).
001290     05 RGM-MEDIA-FINAL-RECUP      PIC 9(03).
001300     05 RGM-MEDIA-ANUAL-MINIMA     PIC 9(03).
001310     05 RGM-LIMITE-DEPENDENCIAS    PIC 9(02).
001320     05 RGM-DEP-ANTERIOR-CONTA     PIC X(01).
001330     05 RGM-PRAZO-REVISAO          PIC 9(03).
001340     05 RGM-DATA-APROVACAO         PIC X(08).
001350     05 RGM-ATO-APROVACAO          PIC X(20).
001360 WORKING-STORAGE SECTION.
001370 77 WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001380 77 WS-DIARIO-STATUS            PIC X(02) VALUE SPACES.
001390 77 WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
001400 77 WS-TURMA-STATUS             PIC X(02) VALUE SPACES.
001410 77 WS-REGIM-STATUS             PIC X(02) VALUE SPACES.
001420 77 WS-EOF-SW                   PIC X(01) VALUE "N".
001430     88 FIM-DO-DIARIO                   VALUE "S".
001440 77 WS-REGRA-ACHADA-SW          PIC X(01) VALUE "N".
001450     88 REGRA-VIGENTE-ACHADA            VALUE "S".
001460 77 WS-TURMA-ACHADA-SW          PIC X(01) VALUE "N".
001470     88 TURMA-ACHADA                    VALUE "S".
001480 77 WS-CABECALHO-SW             PIC X(01) VALUE "N".
001490     88 CABECALHO-EMITIDO               VALUE "S".
001500 77 WS-PERIODO-LETIVO           PIC X(06) VALUE SPACES.
001510 77 WS-DATA-REFERENCIA          PIC X(08) VALUE SPACES.
001520 77 WS-PERCENTUAL-ALERTA        PIC 9(03) VALUE 50.
001530 77 WS-REGIM-VIGENCIA           PIC X(06) VALUE SPACES.
001540 77 WS-REGIM-ATO                PIC X(20) VALUE SPACES.
001550 77 WS-FREQ-MINIMA              PIC 9(03) VALUE ZEROS.
001560 77 WS-PERC-FALTAS-PERMITIDO    PIC 9(03) VALUE ZEROS.
001570 77 WS-TURMA-ATUAL              PIC X(06) VALUE SPACES.
001580 77 WS-DISCIPLINA               PIC X(30) VALUE SPACES.
001590 77 WS-AULAS-PREVISTAS          PIC 9(03) VALUE ZEROS.
001600 77 WS-BASE-FALTAS              PIC 9(05) VALUE ZEROS.
001610 77 WS-FALTAS-PERMITIDAS        PIC 9(05) VALUE ZEROS.
001620 77 WS-PERC-USADO               PIC 9(05)V9(02) VALUE ZEROS.
001630 77 WS-PERC-USADO-EDIT          PIC ZZZZ9.99 VALUE ZEROS.
001640 77 WS-QTD-EDIT                 PIC ZZZZ9 VALUE ZEROS.
001650 77 WS-JUST-EDIT                PIC ZZZZ9 VALUE ZEROS.
001660 77 WS-SEMANA-EDIT              PIC ZZZZ9 VALUE ZEROS.
001670 77 WS-PERMITIDAS-EDIT          PIC ZZZZ9 VALUE ZEROS.
001680 77 WS-DIA-REFERENCIA           PIC 9(07) VALUE ZEROS.
001690 77 WS-DIA-INICIO-SEMANA        PIC 9(07) VALUE ZEROS.
001700 77 WS-DIA-SERIAL               PIC 9(07) VALUE ZEROS.
001710 77 WS-ANO-BISSEXTO             PIC 9(04) COMP VALUE ZERO.
001720 77 WS-QUOC-4                   PIC 9(04) COMP VALUE ZERO.
001730 77 WS-QUOC-100                 PIC 9(04) COMP VALUE ZERO.
001740 77 WS-QUOC-400                 PIC 9(04) COMP VALUE ZERO.
001750 77 WS-ALUNOS-LIMITE            PIC 9(04) COMP VALUE 200.
001760 77 WS-ALUNOS-QTD               PIC 9(04) COMP VALUE ZERO.
001770 77 WS-ALUNO-IX                 PIC 9(04) COMP VALUE ZERO.
001780 77 WS-ALUNO-ACHOU-IX           PIC 9(04) COMP VALUE ZERO.
001790 77 WS-REGISTROS-LIDOS          PIC 9(07) COMP VALUE ZERO.
001800 77 WS-TURMAS-AVALIADAS         PIC 9(05) COMP VALUE ZERO.
001810 77 WS-TURMAS-ENCERRADAS        PIC 9(05) COMP VALUE ZERO.
001820 77 WS-TURMAS-SEM-PREVISAO      PIC 9(05) COMP VALUE ZERO.
001830 77 WS-ALUNOS-AVALIADOS         PIC 9(05) COMP VALUE ZERO.
001840 77 WS-ALUNOS-EM-ALERTA         PIC 9(05) COMP VALUE ZERO.
001850 77 WS-ALUNOS-ACIMA-LIMITE      PIC 9(05) COMP VALUE ZERO.
001860 77 WS-ALUNOS-NAO-ATIVOS        PIC 9(05) COMP VALUE ZERO.
001870*-----------------------------------------------------------*
001880*  DATA EM CALCULO (AAAAMMDD) E DIAS ANTES DE CADA MES      *
001890*-----------------------------------------------------------*
001900 01 WS-DATA-CALCULO.
001910     05 WS-DC-ANO                  PIC 9(04).
001920     05 WS-DC-MES                  PIC 9(02).
001930     05 WS-DC-DIA                  PIC 9(02).
001940 01 WS-DATA-CALCULO-X REDEFINES WS-DATA-CALCULO PIC X(08).
001950 01 WS-TABELA-ACUMULADO.
001960     05 FILLER                     PIC X(36)
001970         VALUE "000031059090120151181212243273304334".
001980 01 WS-TABELA-ACUMULADO-R REDEFINES WS-TABELA-ACUMULADO.
001990     05 WS-DIAS-ANTES-MES OCCURS 12 TIMES PIC 9(03).
002000*-----------------------------------------------------------*
002010*  ALUNOS DA TURMA CORRENTE: AULAS LANCADAS ATE A DATA DE    *
002020*  REFERENCIA, FALTAS, FALTAS JUSTIFICADAS E FALTAS DA SEMANA*
002030*-----------------------------------------------------------*
002040 01 WS-TABELA-ALUNOS.
002050     05 ALT-ENT OCCURS 200 TIMES.
002060         10 ALT-MATRICULA          PIC X(09).
002070         10 ALT-AULAS              PIC 9(05) COMP.
002080         10 ALT-FALTAS             PIC 9(05) COMP.
002090         10 ALT-JUSTIFICADAS       PIC 9(05) COMP.
002100         10 ALT-FALTAS-SEMANA      PIC 9(05) COMP.
002110 PROCEDURE DIVISION.
002120*-----------------------------------------------------------*
002130*  0000-MAINLINE                                            *
002140*-----------------------------------------------------------*
002150 0000-MAINLINE.
002160     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002170     PERFORM 2000-PROCESSAR-DIARIO THRU 2000-EXIT
002180         UNTIL FIM-DO-DIARIO.
002190     IF WS-TURMA-ATUAL NOT = SPACES
002200         PERFORM 4000-AVALIAR-TURMA THRU 4000-EXIT
002210     END-IF.
002220     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002230     STOP RUN.
002240*-----------------------------------------------------------*
002250*  1000-INICIALIZAR - LE OS PARAMETROS DO ALERTPARM, OBTEM A     *
002260*                 REGRA DO REGIMENTO, ABRE OS ARQUIVOS E         *
002270*                 POSICIONA O DIARIO NO PRIMEIRO LANCAMENTO      *
002280*                 DO PERIODO                                     *
002290*-----------------------------------------------------------*
002300 1000-INICIALIZAR.
002310     OPEN INPUT ALERTA-PARM-FILE.
002320     IF WS-PARM-STATUS NOT = "00"
002330         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
002340             "PARAMETROS ALERTPARM - STATUS: " WS-PARM-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380     READ ALERTA-PARM-FILE
002390         AT END MOVE SPACES TO ALERTA-PARM-RECORD
002400     END-READ.
002410     CLOSE ALERTA-PARM-FILE.
002420     IF PRM-PERIODO-LETIVO = SPACES
002430         OR PRM-PERIODO-LETIVO (1:4) NOT NUMERIC
002440         DISPLAY "ERRO: PERIODO LETIVO INVALIDO OU NAO INFORMADO "
002450             "EM ALERTPARM: " PRM-PERIODO-LETIVO
002460         MOVE 16 TO RETURN-CODE
002470         STOP RUN
002480     END-IF.
002490     MOVE PRM-PERIODO-LETIVO TO WS-PERIODO-LETIVO.
002500     IF PRM-PERCENTUAL-ALERTA NUMERIC
002510         AND PRM-PERCENTUAL-ALERTA > 0
002520         MOVE PRM-PERCENTUAL-ALERTA TO WS-PERCENTUAL-ALERTA
002530     END-IF.
002540     IF WS-PERCENTUAL-ALERTA > 100
002550         DISPLAY "ERRO: PERCENTUAL DE ALERTA FORA DA FAIXA "
002560             "001-100 EM ALERTPARM: " WS-PERCENTUAL-ALERTA
002570         MOVE 16 TO RETURN-CODE
002580         STOP RUN
002590     END-IF.
002600     MOVE PRM-DATA-REFERENCIA TO WS-DATA-REFERENCIA.
002610     IF WS-DATA-REFERENCIA = SPACES
002620         ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD
002630     END-IF.
002640     MOVE WS-DATA-REFERENCIA TO WS-DATA-CALCULO-X.
002650     PERFORM 7000-CALCULAR-DIA-SERIAL THRU 7000-EXIT.
002660     IF WS-DIA-SERIAL = 0
002670         DISPLAY "ERRO: DATA DE REFERENCIA INVALIDA NO "
002680             "ALERTPARM: " WS-DATA-REFERENCIA
002690         MOVE 16 TO RETURN-CODE
002700         STOP RUN
002710     END-IF.
002720     MOVE WS-DIA-SERIAL TO WS-DIA-REFERENCIA.
002730     COMPUTE WS-DIA-INICIO-SEMANA = WS-DIA-REFERENCIA - 6.
002740     PERFORM 1500-OBTER-REGIMENTO THRU 1500-EXIT.
002750     IF NOT REGRA-VIGENTE-ACHADA
002760         MOVE 16 TO RETURN-CODE
002770         STOP RUN
002780     END-IF.
002790     OPEN INPUT DIARIO-FILE.
002800     IF WS-DIARIO-STATUS NOT = "00"
002810         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O DIARIO DE "
002820             "FREQUENCIA DIARIOFREQ - STATUS: " WS-DIARIO-STATUS
002830         MOVE 16 TO RETURN-CODE
002840         STOP RUN
002850     END-IF.
002860     OPEN INPUT STUDENT-MASTER-FILE.
002870     IF WS-MASTER-STATUS NOT = "00"
002880         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO "
002890             "MESTRE STUDENTMASTER - STATUS: " WS-MASTER-STATUS
002900         CLOSE DIARIO-FILE
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF.
002940     OPEN INPUT TURMA-MASTER-FILE.
002950     IF WS-TURMA-STATUS NOT = "00"
002960         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO DE "
002970             "TURMAS TURMAMASTER - STATUS: " WS-TURMA-STATUS
002980         CLOSE DIARIO-FILE
002990         CLOSE STUDENT-MASTER-FILE
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030     DISPLAY "===== ALERTA DE RISCO DE REPROVACAO POR FALTA ====="
003040     DISPLAY "PERIODO LETIVO ......: " WS-PERIODO-LETIVO
003050     DISPLAY "DATA DE REFERENCIA ..: " WS-DATA-REFERENCIA
003060     DISPLAY "FREQUENCIA MINIMA ...: " WS-FREQ-MINIMA
003070         "% - FALTAS PERMITIDAS: " WS-PERC-FALTAS-PERMITIDO
003080         "% DAS AULAS"
003090     DISPLAY "ALERTA A PARTIR DE ..: " WS-PERCENTUAL-ALERTA
003100         "% DAS FALTAS PERMITIDAS"
003110     MOVE LOW-VALUES        TO DIA-CHAVE
003120     MOVE WS-PERIODO-LETIVO TO DIA-PERIODO-LETIVO
003130     START DIARIO-FILE KEY >= DIA-CHAVE
003140         INVALID KEY
003150             SET FIM-DO-DIARIO TO TRUE
003160             GO TO 1000-EXIT
003170     END-START
003180     PERFORM 2900-LER-DIARIO THRU 2900-EXIT.
003190 1000-EXIT.
003200     EXIT.
003210*-----------------------------------------------------------*
003220*  1500-OBTER-REGIMENTO - LE O ARQUIVO DE REGRAS DO              *
003230*                 REGIMENTO (EM ORDEM DE PERIODO INICIAL DE      *
003240*                 VIGENCIA) E GUARDA A FREQUENCIA MINIMA DA      *
003250*                 ULTIMA REGRA CUJA VIGENCIA COMECA ATE O        *
003260*                 PERIODO LETIVO DO ALERTA. SEM REGRA VIGENTE,   *
003270*                 QUEM CHAMOU ENCERRA A EXECUCAO                 *
003280*-----------------------------------------------------------*
003290 1500-OBTER-REGIMENTO.
003300     MOVE "N" TO WS-REGRA-ACHADA-SW.
003310     OPEN INPUT REGIMENTO-FILE.
003320     IF WS-REGIM-STATUS NOT = "00"
003330         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
003340             "REGRAS REGIMENTO - STATUS: " WS-REGIM-STATUS
003350         GO TO 1500-EXIT
003360     END-IF.
003370 1500-LER.
003380     READ REGIMENTO-FILE NEXT RECORD
003390         AT END
003400             GO TO 1500-FECHAR
003410     END-READ.
003420     IF RGM-PERIODO-INICIAL > WS-PERIODO-LETIVO
003430         GO TO 1500-FECHAR
003440     END-IF.
003450     MOVE RGM-PERIODO-INICIAL TO WS-REGIM-VIGENCIA.
003460     MOVE RGM-ATO-APROVACAO   TO WS-REGIM-ATO.
003470     MOVE RGM-FREQ-MINIMA     TO WS-FREQ-MINIMA.
003480     SET REGRA-VIGENTE-ACHADA TO TRUE.
003490     GO TO 1500-LER.
003500 1500-FECHAR.
003510     CLOSE REGIMENTO-FILE.
003520     IF NOT REGRA-VIGENTE-ACHADA
003530         DISPLAY "ERRO: NENHUMA REGRA DO REGIMENTO VIGENTE NO "
003540             "PERIODO LETIVO " WS-PERIODO-LETIVO
003550         GO TO 1500-EXIT
003560     END-IF.
003570     COMPUTE WS-PERC-FALTAS-PERMITIDO = 100 - WS-FREQ-MINIMA.
003580     DISPLAY "REGIMENTO VIGENTE A PARTIR DE " WS-REGIM-VIGENCIA
003590         " - " WS-REGIM-ATO.
003600 1500-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------*
003630*  2000-PROCESSAR-DIARIO - ACUMULA UM LANCAMENTO DO DIARIO       *
003640*                 ATE A DATA DE REFERENCIA NO ALUNO DA TURMA;    *
003650*                 NA TROCA DE TURMA AVALIA OS ALUNOS DA TURMA    *
003660*                 ANTERIOR                                       *
003670*-----------------------------------------------------------*
003680 2000-PROCESSAR-DIARIO.
003690     IF DIA-TURMA NOT = WS-TURMA-ATUAL
003700         IF WS-TURMA-ATUAL NOT = SPACES
003710             PERFORM 4000-AVALIAR-TURMA THRU 4000-EXIT
003720         END-IF
003730         MOVE DIA-TURMA TO WS-TURMA-ATUAL
003740         MOVE ZERO TO WS-ALUNOS-QTD
003750     END-IF
003760     IF DIA-DATA-AULA > WS-DATA-REFERENCIA
003770         GO TO 2000-PROXIMO
003780     END-IF
003790     PERFORM 3000-ACUMULAR-ALUNO THRU 3000-EXIT.
003800 2000-PROXIMO.
003810     PERFORM 2900-LER-DIARIO THRU 2900-EXIT.
003820 2000-EXIT.
003830     EXIT.
003840*-----------------------------------------------------------*
003850*  2900-LER-DIARIO - LE O PROXIMO LANCAMENTO DO DIARIO; O FIM    *
003860*                 DO PERIODO ENCERRA A LEITURA                   *
003870*-----------------------------------------------------------*
003880 2900-LER-DIARIO.
003890     READ DIARIO-FILE NEXT RECORD
003900         AT END
003910             SET FIM-DO-DIARIO TO TRUE
003920             GO TO 2900-EXIT
003930     END-READ.
003940     IF DIA-PERIODO-LETIVO NOT = WS-PERIODO-LETIVO
003950         SET FIM-DO-DIARIO TO TRUE
003960         GO TO 2900-EXIT
003970     END-IF.
003980     ADD 1 TO WS-REGISTROS-LIDOS.
003990 2900-EXIT.
004000     EXIT.
004010*-----------------------------------------------------------*
004020*  3000-ACUMULAR-ALUNO - LOCALIZA (OU INCLUI) O ALUNO NA         *
004030*                 TABELA DA TURMA E SOMA A AULA E A FALTA        *
004040*                 (NO TOTAL E NA SEMANA); MAIS ALUNOS NA TURMA   *
004050*                 DO QUE CABE NA TABELA ENCERRA COM              *
004060*                 RETURN-CODE 16                                 *
004070*-----------------------------------------------------------*
004080 3000-ACUMULAR-ALUNO.
004090     MOVE ZERO TO WS-ALUNO-ACHOU-IX
004100     PERFORM 3100-PROCURAR-ALUNO THRU 3100-EXIT
004110         VARYING WS-ALUNO-IX FROM 1 BY 1
004120         UNTIL WS-ALUNO-IX > WS-ALUNOS-QTD
004130     IF WS-ALUNO-ACHOU-IX = 0
004140         IF WS-ALUNOS-QTD >= WS-ALUNOS-LIMITE
004150             DISPLAY "ERRO: MAIS DE " WS-ALUNOS-LIMITE " ALUNOS "
004160                 "NO DIARIO DA TURMA " WS-TURMA-ATUAL
004170             CLOSE DIARIO-FILE
004180             CLOSE STUDENT-MASTER-FILE
004190             CLOSE TURMA-MASTER-FILE
004200             MOVE 16 TO RETURN-CODE
004210             STOP RUN
004220         END-IF
004230         ADD 1 TO WS-ALUNOS-QTD
004240         MOVE WS-ALUNOS-QTD TO WS-ALUNO-ACHOU-IX
004250         MOVE DIA-MATRICULA TO ALT-MATRICULA (WS-ALUNO-ACHOU-IX)
004260         MOVE ZERO TO ALT-AULAS (WS-ALUNO-ACHOU-IX)
004270         MOVE ZERO TO ALT-FALTAS (WS-ALUNO-ACHOU-IX)
004280         MOVE ZERO TO ALT-JUSTIFICADAS (WS-ALUNO-ACHOU-IX)
004290         MOVE ZERO TO ALT-FALTAS-SEMANA (WS-ALUNO-ACHOU-IX)
004300     END-IF
004310     ADD 1 TO ALT-AULAS (WS-ALUNO-ACHOU-IX)
004320     IF DIA-PRESENTE
004330         GO TO 3000-EXIT
004340     END-IF
004350     ADD 1 TO ALT-FALTAS (WS-ALUNO-ACHOU-IX)
004360     IF DIA-JUSTIFICADA
004370         ADD 1 TO ALT-JUSTIFICADAS (WS-ALUNO-ACHOU-IX)
004380     END-IF
004390     MOVE DIA-DATA-AULA TO WS-DATA-CALCULO-X
004400     PERFORM 7000-CALCULAR-DIA-SERIAL THRU 7000-EXIT
004410     IF WS-DIA-SERIAL >= WS-DIA-INICIO-SEMANA
004420         ADD 1 TO ALT-FALTAS-SEMANA (WS-ALUNO-ACHOU-IX)
004430     END-IF.
004440 3000-EXIT.
004450     EXIT.
004460*-----------------------------------------------------------*
004470*  3100-PROCURAR-ALUNO - CONFERE UMA ENTRADA DA TABELA CONTRA    *
004480*                 A MATRICULA DO LANCAMENTO                      *
004490*-----------------------------------------------------------*
004500 3100-PROCURAR-ALUNO.
004510     IF ALT-MATRICULA (WS-ALUNO-IX) = DIA-MATRICULA
004520         MOVE WS-ALUNO-IX TO WS-ALUNO-ACHOU-IX
004530         MOVE WS-ALUNOS-QTD TO WS-ALUNO-IX
004540     END-IF.
004550 3100-EXIT.
004560     EXIT.
004570*-----------------------------------------------------------*
004580*  4000-AVALIAR-TURMA - OBTEM A DISCIPLINA E AS AULAS            *
004590*                 PREVISTAS DA TURMA CORRENTE E AVALIA CADA      *
004600*                 ALUNO; TURMA ENCERRADA NAO E AVALIADA          *
004610*-----------------------------------------------------------*
004620 4000-AVALIAR-TURMA.
004630     IF WS-ALUNOS-QTD = 0
004640         GO TO 4000-EXIT
004650     END-IF
004660     MOVE "N"    TO WS-CABECALHO-SW
004670     MOVE "S"    TO WS-TURMA-ACHADA-SW
004680     MOVE SPACES TO WS-DISCIPLINA
004690     MOVE ZERO   TO WS-AULAS-PREVISTAS
004700     MOVE WS-TURMA-ATUAL TO TRM-TURMA
004710     READ TURMA-MASTER-FILE
004720         INVALID KEY
004730             MOVE "N" TO WS-TURMA-ACHADA-SW
004740     END-READ
004750     IF TURMA-ACHADA
004760         IF TURMA-ENCERRADA
004770             ADD 1 TO WS-TURMAS-ENCERRADAS
004780             GO TO 4000-EXIT
004790         END-IF
004800         MOVE TRM-NOME-DISCIPLINA TO WS-DISCIPLINA
004810         MOVE TRM-AULAS-PREVISTAS TO WS-AULAS-PREVISTAS
004820     END-IF
004830     ADD 1 TO WS-TURMAS-AVALIADAS
004840     IF WS-AULAS-PREVISTAS = 0
004850         ADD 1 TO WS-TURMAS-SEM-PREVISAO
004860     END-IF
004870     PERFORM 4100-AVALIAR-ALUNO THRU 4100-EXIT
004880         VARYING WS-ALUNO-IX FROM 1 BY 1
004890         UNTIL WS-ALUNO-IX > WS-ALUNOS-QTD.
004900 4000-EXIT.
004910     EXIT.
004920*-----------------------------------------------------------*
004930*  4100-AVALIAR-ALUNO - CALCULA AS FALTAS PERMITIDAS E O         *
004940*                 PERCENTUAL DELAS JA USADO PELO ALUNO; ACIMA    *
004950*                 DO PERCENTUAL DE ALERTA O ALUNO SAI NO         *
004960*                 RELATORIO, SE A MATRICULA ESTIVER ATIVA        *
004970*-----------------------------------------------------------*
004980 4100-AVALIAR-ALUNO.
004990     ADD 1 TO WS-ALUNOS-AVALIADOS
005000     IF ALT-FALTAS (WS-ALUNO-IX) = 0
005010         GO TO 4100-EXIT
005020     END-IF
005030     IF WS-AULAS-PREVISTAS > 0
005040         MOVE WS-AULAS-PREVISTAS TO WS-BASE-FALTAS
005050     ELSE
005060         MOVE ALT-AULAS (WS-ALUNO-IX) TO WS-BASE-FALTAS
005070     END-IF
005080     COMPUTE WS-FALTAS-PERMITIDAS =
005090         WS-BASE-FALTAS * WS-PERC-FALTAS-PERMITIDO / 100
005100     IF WS-FALTAS-PERMITIDAS = 0
005110         MOVE 99999.99 TO WS-PERC-USADO
005120     ELSE
005130         COMPUTE WS-PERC-USADO ROUNDED =
005140             ALT-FALTAS (WS-ALUNO-IX) * 100 / WS-FALTAS-PERMITIDAS
005150     END-IF
005160     IF WS-PERC-USADO NOT > WS-PERCENTUAL-ALERTA
005170         GO TO 4100-EXIT
005180     END-IF
005190     MOVE ALT-MATRICULA (WS-ALUNO-IX) TO MST-MATRICULA
005200     READ STUDENT-MASTER-FILE
005210         INVALID KEY
005220             MOVE "NAO CONSTA NO CADASTRO" TO MST-NOME-OFICIAL
005230             MOVE SPACE TO MST-STATUS-MATRICULA
005240     END-READ
005250     IF NOT MATRICULA-ATIVA
005260         ADD 1 TO WS-ALUNOS-NAO-ATIVOS
005270         GO TO 4100-EXIT
005280     END-IF
005290     IF NOT CABECALHO-EMITIDO
005300         PERFORM 4500-CABECALHO-TURMA THRU 4500-EXIT
005310     END-IF
005320     ADD 1 TO WS-ALUNOS-EM-ALERTA
005330     MOVE ALT-FALTAS (WS-ALUNO-IX)        TO WS-QTD-EDIT
005340     MOVE ALT-JUSTIFICADAS (WS-ALUNO-IX)  TO WS-JUST-EDIT
005350     MOVE ALT-FALTAS-SEMANA (WS-ALUNO-IX) TO WS-SEMANA-EDIT
005360     MOVE WS-FALTAS-PERMITIDAS            TO WS-PERMITIDAS-EDIT
005370     MOVE WS-PERC-USADO                   TO WS-PERC-USADO-EDIT
005380     DISPLAY "   " ALT-MATRICULA (WS-ALUNO-IX) " "
005390         MST-NOME-OFICIAL
005400     DISPLAY "      FALTAS: " WS-QTD-EDIT " (JUSTIFICADAS: "
005410         WS-JUST-EDIT ") NA SEMANA: " WS-SEMANA-EDIT
005420         " PERMITIDAS: " WS-PERMITIDAS-EDIT " USADO: "
005430         WS-PERC-USADO-EDIT "%"
005440     IF ALT-FALTAS (WS-ALUNO-IX) > WS-FALTAS-PERMITIDAS
005450         ADD 1 TO WS-ALUNOS-ACIMA-LIMITE
005460         DISPLAY "      *** JA PASSOU DO LIMITE DE FALTAS ***"
005470     END-IF.
005480 4100-EXIT.
005490     EXIT.
005500*-----------------------------------------------------------*
005510*  4500-CABECALHO-TURMA - EMITE A IDENTIFICACAO DA TURMA         *
005520*                 ANTES DO PRIMEIRO ALUNO EM ALERTA              *
005530*-----------------------------------------------------------*
005540 4500-CABECALHO-TURMA.
005550     DISPLAY " "
005560     DISPLAY "TURMA " WS-TURMA-ATUAL " - " WS-DISCIPLINA
005570     IF WS-AULAS-PREVISTAS > 0
005580         DISPLAY "   AULAS PREVISTAS: " WS-AULAS-PREVISTAS
005590     ELSE
005600         DISPLAY "   SEM AULAS PREVISTAS NO CADASTRO - BASE: "
005610             "AULAS JA LANCADAS PARA O ALUNO"
005620     END-IF
005630     SET CABECALHO-EMITIDO TO TRUE.
005640 4500-EXIT.
005650     EXIT.
005660*-----------------------------------------------------------*
005670*  7000-CALCULAR-DIA-SERIAL - CONVERTE A DATA AAAAMMDD EM        *
005680*                 WS-DATA-CALCULO NUM NUMERO DE DIAS CORRIDOS,   *
005690*                 PARA A DIFERENCA ENTRE DUAS DATAS. OS ANOS     *
005700*                 BISSEXTOS SAO CONTADOS ATE O ANO ANTERIOR      *
005710*                 QUANDO A DATA E DE JANEIRO OU FEVEREIRO        *
005720*-----------------------------------------------------------*
005730 7000-CALCULAR-DIA-SERIAL.
005740     MOVE ZERO TO WS-DIA-SERIAL
005750     IF WS-DATA-CALCULO-X NOT NUMERIC
005760         GO TO 7000-EXIT
005770     END-IF
005780     IF WS-DC-MES < 1 OR WS-DC-MES > 12
005790         GO TO 7000-EXIT
005800     END-IF
005810     MOVE WS-DC-ANO TO WS-ANO-BISSEXTO
005820     IF WS-DC-MES < 3
005830         SUBTRACT 1 FROM WS-ANO-BISSEXTO
005840     END-IF
005850     DIVIDE WS-ANO-BISSEXTO BY 4 GIVING WS-QUOC-4
005860     DIVIDE WS-ANO-BISSEXTO BY 100 GIVING WS-QUOC-100
005870     DIVIDE WS-ANO-BISSEXTO BY 400 GIVING WS-QUOC-400
005880     COMPUTE WS-DIA-SERIAL =
005890         (WS-DC-ANO * 365) + WS-QUOC-4 - WS-QUOC-100
005900         + WS-QUOC-400 + WS-DIAS-ANTES-MES (WS-DC-MES)
005910         + WS-DC-DIA.
005920 7000-EXIT.
005930     EXIT.
005940*-----------------------------------------------------------*
005950*  9000-FINALIZAR - EMITE O RESUMO E FECHA OS ARQUIVOS; COM      *
005960*                 ALUNO ACIMA DO LIMITE DE FALTAS O              *
005970*                 RETURN-CODE E 8                                *
005980*-----------------------------------------------------------*
005990 9000-FINALIZAR.
006000     DISPLAY " "
006010     DISPLAY "=================================================="
006020     DISPLAY "LANCAMENTOS DO DIARIO LIDOS : " WS-REGISTROS-LIDOS
006030     DISPLAY "TURMAS AVALIADAS ...........: " WS-TURMAS-AVALIADAS
006040     DISPLAY "   SEM AULAS PREVISTAS .....: "
006050         WS-TURMAS-SEM-PREVISAO
006060     DISPLAY "TURMAS ENCERRADAS IGNORADAS : " WS-TURMAS-ENCERRADAS
006070     DISPLAY "ALUNOS AVALIADOS ...........: " WS-ALUNOS-AVALIADOS
006080     DISPLAY "ALUNOS EM ALERTA ...........: " WS-ALUNOS-EM-ALERTA
006090     DISPLAY "   JA ACIMA DO LIMITE ......: "
006100         WS-ALUNOS-ACIMA-LIMITE
006110     DISPLAY "MATRICULAS NAO ATIVAS ......: " WS-ALUNOS-NAO-ATIVOS
006120     IF WS-ALUNOS-ACIMA-LIMITE > 0
006130         MOVE 8 TO RETURN-CODE
006140     END-IF
006150     CLOSE DIARIO-FILE
006160     CLOSE STUDENT-MASTER-FILE
006170     CLOSE TURMA-MASTER-FILE.
006180 9000-EXIT.
006190     EXIT.
006200 END PROGRAM ALERTA-FREQUENCIA.
