000100*****************************************************************
000110* PROGRAM-ID : MAPA-DESEMPENHO
000120* AUTHOR     : CARLISE DEBONA
000130* INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS
000140* DATE-WRITTEN: 14/10/2026
000150* PURPOSE    : MAPA GERENCIAL DE DESEMPENHO DE UM PERIODO LETIVO,
000160*              POR PROFESSOR E TURMA, SOBRE O HISTORICO PERMANENTE
000170*              (GRADEHIST) CRUZADO COM O CADASTRO DE TURMAS
000180*              (TURMAMASTER: DISCIPLINA E PROFESSOR). PARA CADA
000190*              TURMA DO PERIODO INFORMADO EM PARAMETRO MOSTRA A
000200*              DISTRIBUICAO DE SITUACOES (APROVADOS, EM
000210*              RECUPERACAO, REPROVADOS E REPROVADOS POR FALTA), A
000220*              MEDIA DA TURMA, A TAXA DE REVERSAO NA RECUPERACAO
000230*              (APROVADOS DEPOIS DO EXAME, APURADOS PELOS
000240*              REGISTROS DE RECUPERACAO DA AUDITMSTR) E A VARIACAO
000250*              DA MEDIA E DA REPROVACAO EM RELACAO AOS PERIODOS
000260*              ANTERIORES DA MESMA DISCIPLINA. TURMA COM
000270*              REPROVACAO ACIMA DO LIMITE INFORMADO NO PARAMETRO
000280*              SAI DESTACADA. CADA PROFESSOR TEM UM SUBTOTAL.
000290*****************************************************************
000300* MODIFICATION HISTORY
000310* -----------------------------------------------------------
000320* DATE       INIT DESCRIPTION
000330* 14/10/2026 CD   VERSAO INICIAL. O GRADEHIST E LIDO DUAS VEZES:
000340*                 A PRIMEIRA APURA AS TURMAS DO PERIODO E A
000350*                 SEGUNDA ACUMULA, POR DISCIPLINA E PERIODO, SO OS
000360*                 PERIODOS ANTERIORES DAS DISCIPLINAS OFERTADAS NO
000370*                 PERIODO. A DISCIPLINA E RECONHECIDA PELO NOME DO
000380*                 TURMAMASTER, POIS O CODIGO DE TURMA MUDA A CADA
000390*                 PERIODO; TURMA SEM CADASTRO E TRATADA COMO
000400*                 DISCIPLINA PROPRIA PELO CODIGO. REPROVACAO
000410*                 INCLUI A REPROVACAO POR FALTA.
000411* 15/10/2026 CD   REGISTRO DE RECUPERACAO ESTORNADO PELO ESTORNO-
000411*                 EXECUCAO NAO CONTA COMO EXAME FEITO.
000411* 15/10/2026 CD   O GRADEHIST GANHOU A ORIGEM DA MEDIA E A ESCOLA
000411*                 DE ORIGEM. MEDIA EXTERNA (TRAZIDA POR ALUNO
000411*                 TRANSFERIDO DE OUTRA ESCOLA) FICA FORA DO MAPA,
000411*                 POIS NAO E RESULTADO DA TURMA NEM DO PROFESSOR.
000411* 15/10/2026 CD   O TURMAMASTER GANHOU A QUANTIDADE DE AULAS
000411*                 PREVISTAS NO PERIODO LETIVO
000411*                 (TRM-AULAS-PREVISTAS); O REGISTRO PASSA DE 70
000411*                 PARA 73 BYTES.
000411* 15/10/2026 CD   MEDIA EXTERNA DO GRADEHIST TAMBEM FICA FORA DO
000411*                 ACUMULADO DOS PERIODOS ANTERIORES, COMO JA
000411*                 FICAVA NO PERIODO INFORMADO.
000411* 15/10/2026 CD   O AUDITMSTR, O GRADEHIST E O TURMAMASTER
000411*                 GRAVADOS NO LEIAUTE ANTERIOR PRECISAM DE
000411*                 CONVERSAO UNICA DE LEIAUTE (CONVERSAO-LEIAUTE)
000411*                 ANTES DO PRIMEIRO LOTE COM ESTA VERSAO.
000420* -----------------------------------------------------------
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. MAPA-DESEMPENHO.
000450 AUTHOR. CARLISE DEBONA.
000460 INSTALLATION. SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS.
000470 DATE-WRITTEN. 14/10/2026.
000480 DATE-COMPILED.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT DESEMP-PARM-FILE ASSIGN TO "DESEMPARM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PARM-STATUS.
000550     SELECT GRADE-HIST-FILE ASSIGN TO "GRADEHIST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS GH-CHAVE
000590         FILE STATUS IS WS-HIST-STATUS.
000600     SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMASTER"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS TRM-TURMA
000640         FILE STATUS IS WS-TURMA-STATUS.
000650     SELECT AUDIT-FILE ASSIGN TO "AUDITMSTR"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS AUD-CHAVE
000690         FILE STATUS IS WS-AUDIT-STATUS.
000700     SELECT SORT-FILE ASSIGN TO "SORTWK".
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  DESEMP-PARM-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  DESEMP-PARM-RECORD.
000760     05 PRM-PERIODO-LETIVO         PIC X(06).
000770     05 PRM-LIMITE-REPROVACAO      PIC 9(03).
000780 FD  GRADE-HIST-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  GRADE-HIST-RECORD.
000810     05 GH-CHAVE.
000820         10 GH-MATRICULA           PIC X(09).
000830         10 GH-PERIODO-LETIVO      PIC X(06).
000840         10 GH-TURMA               PIC X(06).
000850     05 GH-MEDIA-FINAL             PIC 9(03)V9(02).
000860     05 GH-SITUACAO                PIC X(20).
000860     05 GH-ORIGEM                  PIC X(01).
000860         88 GH-NOTA-EXTERNA                  VALUE "E".
000860     05 GH-ESCOLA-ORIGEM           PIC X(40).
000870 FD  TURMA-MASTER-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  TURMA-MASTER-RECORD.
000900     05 TRM-TURMA                  PIC X(06).
000910     05 TRM-NOME-DISCIPLINA        PIC X(30).
000920     05 TRM-PROFESSOR              PIC X(30).
000930     05 TRM-QTD-AVALIACOES         PIC 9(02).
000940     05 TRM-USA-PESO-OBRIG         PIC X(01).
000950     05 TRM-STATUS-TURMA           PIC X(01).
000950     05 TRM-AULAS-PREVISTAS        PIC 9(03).
000960 FD  AUDIT-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  AUDIT-RECORD.
000990     05 AUD-CHAVE.
001000         10 AUD-MATRICULA          PIC X(09).
001010         10 AUD-PERIODO-LETIVO     PIC X(06).
001020         10 AUD-DATA-EXECUCAO      PIC X(08).
001030         10 AUD-HORA-EXECUCAO      PIC X(08).
001040         10 AUD-TURMA              PIC X(06).
001050         10 AUD-SEQUENCIA          PIC 9(03).
001060     05 AUD-QTD-NOTAS              PIC 9(02).
001070     05 AUD-NOTAS-GRUPO.
001080         10 AUD-NOTAS OCCURS 10 TIMES PIC 9(03).
001090     05 AUD-USA-PESO               PIC X(01).
001100     05 AUD-PESOS-GRUPO.
001110         10 AUD-PESOS OCCURS 10 TIMES PIC 9(02).
001120     05 AUD-TOTALSOMA              PIC 9(05).
001130     05 AUD-TOTALMEDIA             PIC 9(03)V9(02).
001140     05 AUD-TIPO-REGISTRO          PIC X(01).
001150     05 AUD-MEDIA-ANTERIOR         PIC 9(03)V9(02).
001160     05 AUD-AULAS-DADAS            PIC 9(03).
001170     05 AUD-PRESENCAS              PIC 9(03).
001180     05 AUD-PERC-FREQUENCIA        PIC 9(03)V9(02).
001190     05 AUD-FREQ-APURADA           PIC X(01).
001190     05 AUD-PROTOCOLO              PIC 9(07).
001190     05 AUD-ESTORNO                PIC X(01).
001190         88 AUD-ESTORNADO                    VALUE "S".
001190     05 AUD-DATA-ESTORNO           PIC X(08).
001200 SD  SORT-FILE.
001210 01  SORT-RECORD.
001220     05 SRT-PROFESSOR              PIC X(30).
001230     05 SRT-DISCIPLINA             PIC X(30).
001240     05 SRT-TURMA                  PIC X(06).
001250     05 SRT-TUR-IX                 PIC 9(03).
001260 WORKING-STORAGE SECTION.
001270 77 WS-PARM-STATUS             PIC X(02) VALUE SPACES.
001280 77 WS-HIST-STATUS             PIC X(02) VALUE SPACES.
001290 77 WS-TURMA-STATUS            PIC X(02) VALUE SPACES.
001300 77 WS-AUDIT-STATUS            PIC X(02) VALUE SPACES.
001310 77 WS-EOF-SW                  PIC X(01) VALUE "N".
001320     88 FIM-DO-HISTORICO                VALUE "S".
001330 77 WS-SORT-EOF-SW             PIC X(01) VALUE "N".
001340     88 FIM-DA-CLASSIFICACAO            VALUE "S".
001350 77 WS-EXAME-SW                PIC X(01) VALUE "N".
001360     88 FEZ-EXAME                       VALUE "S".
001370 77 WS-PERIODO-PESQ            PIC X(06) VALUE SPACES.
001380 77 WS-LIMITE-REPROVACAO       PIC 9(03) VALUE ZEROS.
001390 77 WS-TURMA-PESQ              PIC X(06) VALUE SPACES.
001400 77 WS-DISCIPLINA              PIC X(30) VALUE SPACES.
001410 77 WS-PROFESSOR               PIC X(30) VALUE SPACES.
001420 77 WS-PROFESSOR-ATUAL         PIC X(30) VALUE SPACES.
001430 77 WS-TUR-QTD                 PIC 9(03) COMP VALUE ZERO.
001440 77 WS-TUR-IX                  PIC 9(03) COMP VALUE ZERO.
001450 77 WS-TUR-ACHOU-IX            PIC 9(03) COMP VALUE ZERO.
001460 77 WS-HIS-QTD                 PIC 9(03) COMP VALUE ZERO.
001470 77 WS-HIS-IX                  PIC 9(03) COMP VALUE ZERO.
001480 77 WS-HIS-ACHOU-IX            PIC 9(03) COMP VALUE ZERO.
001490 77 WS-TDC-QTD                 PIC 9(03) COMP VALUE ZERO.
001500 77 WS-TDC-IX                  PIC 9(03) COMP VALUE ZERO.
001510 77 WS-TDC-ACHOU-IX            PIC 9(03) COMP VALUE ZERO.
001520 77 WS-REGISTROS-PERIODO       PIC 9(07) COMP VALUE ZERO.
001530 77 WS-REGISTROS-ANTERIORES    PIC 9(07) COMP VALUE ZERO.
001540 77 WS-TURMAS-ACIMA-LIMITE     PIC 9(05) COMP VALUE ZERO.
001550 77 WS-PERC-PARTE              PIC 9(07) COMP VALUE ZERO.
001560 77 WS-PERC-TOTAL              PIC 9(07) COMP VALUE ZERO.
001570 77 WS-PERC-CALC               PIC 9(03)V9(01) VALUE ZEROS.
001580 77 WS-PERC-REPROV             PIC 9(03)V9(01) VALUE ZEROS.
001590 77 WS-MEDIA-TURMA             PIC 9(03)V9(02) VALUE ZEROS.
001600 77 WS-ANT-PERIODO             PIC X(06) VALUE SPACES.
001610 77 WS-ANT-MEDIA               PIC 9(03)V9(02) VALUE ZEROS.
001620 77 WS-ANT-PERC-REPROV         PIC 9(03)V9(01) VALUE ZEROS.
001630 77 WS-ANT-QTD-PERIODOS        PIC 9(03) COMP VALUE ZERO.
001640 77 WS-ANT-QTD-ALUNOS          PIC 9(07) COMP VALUE ZERO.
001650 77 WS-ANT-REPROVADOS          PIC 9(07) COMP VALUE ZERO.
001660 77 WS-ANT-SOMA-MEDIAS         PIC 9(09)V9(02) VALUE ZEROS.
001670 77 WS-VAR-MEDIA               PIC S9(03)V9(02) VALUE ZEROS.
001680 77 WS-VAR-PERC                PIC S9(03)V9(01) VALUE ZEROS.
001690 77 WS-PERC-EDIT               PIC ZZ9.9 VALUE ZEROS.
001700 77 WS-PERC2-EDIT              PIC ZZ9.9 VALUE ZEROS.
001710 77 WS-MEDIA-EDIT              PIC ZZ9.99 VALUE ZEROS.
001720 77 WS-VAR-MEDIA-EDIT          PIC +ZZ9.99 VALUE ZEROS.
001730 77 WS-VAR-PERC-EDIT           PIC +ZZ9.9 VALUE ZEROS.
001740 77 WS-QTD-EDIT                PIC ZZZZ9 VALUE ZEROS.
001750 77 WS-QTD2-EDIT               PIC ZZZZ9 VALUE ZEROS.
001760 01 WS-PROFESSOR-TOTAIS.
001770     05 PRF-TURMAS                 PIC 9(05) COMP VALUE ZERO.
001780     05 PRF-QTD                    PIC 9(07) COMP VALUE ZERO.
001790     05 PRF-APROVADOS              PIC 9(07) COMP VALUE ZERO.
001800     05 PRF-RECUPERACAO            PIC 9(07) COMP VALUE ZERO.
001810     05 PRF-REPROVADOS             PIC 9(07) COMP VALUE ZERO.
001820     05 PRF-REPROV-FALTA           PIC 9(07) COMP VALUE ZERO.
001830     05 PRF-SOMA-MEDIAS            PIC 9(09)V9(02) VALUE ZEROS.
001840 01 WS-TURMAS-TABELA.
001850     05 TUR-ENT OCCURS 300 TIMES.
001860         10 TUR-TURMA              PIC X(06).
001870         10 TUR-DISCIPLINA         PIC X(30).
001880         10 TUR-PROFESSOR          PIC X(30).
001890         10 TUR-QTD                PIC 9(05) COMP.
001900         10 TUR-APROVADOS          PIC 9(05) COMP.
001910         10 TUR-RECUPERACAO        PIC 9(05) COMP.
001920         10 TUR-REPROVADOS         PIC 9(05) COMP.
001930         10 TUR-REPROV-FALTA       PIC 9(05) COMP.
001940         10 TUR-FIZERAM-EXAME      PIC 9(05) COMP.
001950         10 TUR-REVERTIDOS         PIC 9(05) COMP.
001960         10 TUR-SOMA-MEDIAS        PIC 9(07)V9(02).
001970 01 WS-ANTERIORES-TABELA.
001980     05 HIS-ENT OCCURS 500 TIMES.
001990         10 HIS-DISCIPLINA         PIC X(30).
002000         10 HIS-PERIODO            PIC X(06).
002010         10 HIS-QTD                PIC 9(05) COMP.
002020         10 HIS-REPROVADOS         PIC 9(05) COMP.
002030         10 HIS-SOMA-MEDIAS        PIC 9(07)V9(02).
002040 01 WS-CADASTRO-TURMAS-TABELA.
002050     05 TDC-ENT OCCURS 500 TIMES.
002060         10 TDC-TURMA              PIC X(06).
002070         10 TDC-DISCIPLINA         PIC X(30).
002080         10 TDC-PROFESSOR          PIC X(30).
002090 PROCEDURE DIVISION.
002100*-----------------------------------------------------------*
002110*  0000-MAINLINE                                            *
002120*-----------------------------------------------------------*
002130 0000-MAINLINE.
002140     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002150     PERFORM 2000-APURAR-PERIODO THRU 2000-EXIT.
002160     PERFORM 3000-APURAR-ANTERIORES THRU 3000-EXIT.
002170     SORT SORT-FILE
002180         ON ASCENDING KEY SRT-PROFESSOR SRT-DISCIPLINA SRT-TURMA
002190         INPUT PROCEDURE IS 4000-LIBERAR-TURMAS
002200             THRU 4000-EXIT
002210         OUTPUT PROCEDURE IS 5000-EMITIR-MAPA
002220             THRU 5000-EXIT.
002230     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002240     STOP RUN.
002250*-----------------------------------------------------------*
002260*  1000-INICIALIZAR - LE O PERIODO E O LIMITE DE REPROVACAO      *
002270*                 DO ARQUIVO DE PARAMETROS E ABRE OS             *
002280*                 ARQUIVOS. LIMITE EM BRANCO OU ZERO NAO         *
002290*                 DESTACA NENHUMA TURMA                          *
002300*-----------------------------------------------------------*
002310 1000-INICIALIZAR.
002320     OPEN INPUT DESEMP-PARM-FILE.
002330     IF WS-PARM-STATUS NOT = "00"
002340         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
002350             "PARAMETROS DESEMPARM - STATUS: " WS-PARM-STATUS
002360         MOVE 16 TO RETURN-CODE
002370         STOP RUN
002380     END-IF.
002390     READ DESEMP-PARM-FILE
002400         AT END
002410             DISPLAY "ERRO: ARQUIVO DESEMPARM VAZIO - INFORME O "
002420                 "PERIODO LETIVO"
002430             CLOSE DESEMP-PARM-FILE
002440             MOVE 16 TO RETURN-CODE
002450             STOP RUN
002460     END-READ.
002470     MOVE PRM-PERIODO-LETIVO TO WS-PERIODO-PESQ.
002480     IF PRM-LIMITE-REPROVACAO NUMERIC
002490         MOVE PRM-LIMITE-REPROVACAO TO WS-LIMITE-REPROVACAO
002500     END-IF.
002510     CLOSE DESEMP-PARM-FILE.
002520     IF WS-PERIODO-PESQ = SPACES
002530         DISPLAY "ERRO: PERIODO LETIVO NAO INFORMADO EM DESEMPARM"
002540         MOVE 16 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570     IF WS-LIMITE-REPROVACAO > 100
002580         DISPLAY "ERRO: LIMITE DE REPROVACAO FORA DA FAIXA "
002590             "000-100 EM DESEMPARM: " WS-LIMITE-REPROVACAO
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630     OPEN INPUT GRADE-HIST-FILE.
002640     IF WS-HIST-STATUS NOT = "00"
002650         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O HISTORICO "
002660             "GRADEHIST - STATUS: " WS-HIST-STATUS
002670         MOVE 16 TO RETURN-CODE
002680         STOP RUN
002690     END-IF.
002700     OPEN INPUT TURMA-MASTER-FILE.
002710     IF WS-TURMA-STATUS NOT = "00"
002720         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO DE "
002730             "TURMAS TURMAMASTER - STATUS: " WS-TURMA-STATUS
002740         CLOSE GRADE-HIST-FILE
002750         MOVE 16 TO RETURN-CODE
002760         STOP RUN
002770     END-IF.
002780     OPEN INPUT AUDIT-FILE.
002790     IF WS-AUDIT-STATUS NOT = "00"
002800         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR A AUDITORIA "
002810             "AUDITMSTR - STATUS: " WS-AUDIT-STATUS
002820         CLOSE GRADE-HIST-FILE
002830         CLOSE TURMA-MASTER-FILE
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870     DISPLAY "================================================"
002880     DISPLAY "MAPA DE DESEMPENHO - PERIODO: " WS-PERIODO-PESQ
002890     IF WS-LIMITE-REPROVACAO > 0
002900         DISPLAY "DESTAQUE: TURMAS COM REPROVACAO ACIMA DE "
002910             WS-LIMITE-REPROVACAO "%"
002920     ELSE
002930         DISPLAY "DESTAQUE: SEM LIMITE DE REPROVACAO INFORMADO"
002940     END-IF
002950     DISPLAY "REPROVACAO INCLUI REPROVADOS POR FALTA; REVERSAO "
002960         "= APROVADOS APOS EXAME / FIZERAM EXAME"
002970     DISPLAY "================================================".
002980 1000-EXIT.
002990     EXIT.
003000*-----------------------------------------------------------*
003010*  2000-APURAR-PERIODO - PRIMEIRA PASSADA NO GRADEHIST:          *
003020*                 ACUMULA POR TURMA OS RESULTADOS DO PERIODO     *
003030*                 INFORMADO                                      *
003040*-----------------------------------------------------------*
003050 2000-APURAR-PERIODO.
003060     MOVE "N" TO WS-EOF-SW.
003070     MOVE LOW-VALUES TO GH-CHAVE.
003080     START GRADE-HIST-FILE KEY >= GH-CHAVE
003090         INVALID KEY SET FIM-DO-HISTORICO TO TRUE
003100     END-START.
003110     IF FIM-DO-HISTORICO
003120         GO TO 2000-FIM
003130     END-IF.
003140     PERFORM 2900-LER-HISTORICO THRU 2900-EXIT.
003150 2000-APURAR.
003160     IF FIM-DO-HISTORICO
003170         GO TO 2000-FIM
003180     END-IF
003190     IF GH-PERIODO-LETIVO = WS-PERIODO-PESQ
003190         AND NOT GH-NOTA-EXTERNA
003200         ADD 1 TO WS-REGISTROS-PERIODO
003210         PERFORM 2100-ACUMULAR-TURMA THRU 2100-EXIT
003220     END-IF
003230     PERFORM 2900-LER-HISTORICO THRU 2900-EXIT
003240     GO TO 2000-APURAR.
003250 2000-FIM.
003260     IF WS-TUR-QTD = 0
003270         DISPLAY "NENHUM RESULTADO DO PERIODO " WS-PERIODO-PESQ
003280             " NO HISTORICO"
003290         CLOSE GRADE-HIST-FILE
003300         CLOSE TURMA-MASTER-FILE
003310         CLOSE AUDIT-FILE
003320         MOVE 8 TO RETURN-CODE
003330         STOP RUN
003340     END-IF.
003350 2000-EXIT.
003360     EXIT.
003370*-----------------------------------------------------------*
003380*  2100-ACUMULAR-TURMA - ACUMULA UM RESULTADO DO PERIODO NA      *
003390*                 TURMA CORRESPONDENTE, CONFERINDO NA            *
003400*                 AUDITORIA SE O ALUNO FEZ O EXAME DE            *
003410*                 RECUPERACAO                                    *
003420*-----------------------------------------------------------*
003430 2100-ACUMULAR-TURMA.
003440     MOVE ZERO TO WS-TUR-ACHOU-IX
003450     PERFORM 2150-PROCURAR-TURMA THRU 2150-EXIT
003460         VARYING WS-TUR-IX FROM 1 BY 1
003470         UNTIL WS-TUR-IX > WS-TUR-QTD
003480     IF WS-TUR-ACHOU-IX = 0
003490         IF WS-TUR-QTD >= 300
003500             DISPLAY "ERRO: MAIS DE 300 TURMAS NO PERIODO "
003510                 WS-PERIODO-PESQ " - VERIFIQUE O HISTORICO"
003520             MOVE 16 TO RETURN-CODE
003530             STOP RUN
003540         END-IF
003550         MOVE GH-TURMA TO WS-TURMA-PESQ
003560         PERFORM 2600-BUSCAR-TURMA THRU 2600-EXIT
003570         ADD 1 TO WS-TUR-QTD
003580         MOVE WS-TUR-QTD    TO WS-TUR-ACHOU-IX
003590         MOVE GH-TURMA      TO TUR-TURMA (WS-TUR-QTD)
003600         MOVE WS-DISCIPLINA TO TUR-DISCIPLINA (WS-TUR-QTD)
003610         MOVE WS-PROFESSOR  TO TUR-PROFESSOR (WS-TUR-QTD)
003620         MOVE ZERO TO TUR-QTD (WS-TUR-QTD)
003630         MOVE ZERO TO TUR-APROVADOS (WS-TUR-QTD)
003640         MOVE ZERO TO TUR-RECUPERACAO (WS-TUR-QTD)
003650         MOVE ZERO TO TUR-REPROVADOS (WS-TUR-QTD)
003660         MOVE ZERO TO TUR-REPROV-FALTA (WS-TUR-QTD)
003670         MOVE ZERO TO TUR-FIZERAM-EXAME (WS-TUR-QTD)
003680         MOVE ZERO TO TUR-REVERTIDOS (WS-TUR-QTD)
003690         MOVE ZEROS TO TUR-SOMA-MEDIAS (WS-TUR-QTD)
003700     END-IF
003710     ADD 1 TO TUR-QTD (WS-TUR-ACHOU-IX)
003720     ADD GH-MEDIA-FINAL TO TUR-SOMA-MEDIAS (WS-TUR-ACHOU-IX)
003730     IF GH-SITUACAO = "APROVADO"
003740         ADD 1 TO TUR-APROVADOS (WS-TUR-ACHOU-IX)
003750     END-IF
003760     IF GH-SITUACAO = "EM RECUPERACAO"
003770         ADD 1 TO TUR-RECUPERACAO (WS-TUR-ACHOU-IX)
003780     END-IF
003790     IF GH-SITUACAO = "REPROVADO"
003800         ADD 1 TO TUR-REPROVADOS (WS-TUR-ACHOU-IX)
003810     END-IF
003820     IF GH-SITUACAO = "REPROVADO POR FALTA"
003830         ADD 1 TO TUR-REPROV-FALTA (WS-TUR-ACHOU-IX)
003840     END-IF
003850     PERFORM 2700-CONFERIR-EXAME THRU 2700-EXIT
003860     IF FEZ-EXAME
003870         ADD 1 TO TUR-FIZERAM-EXAME (WS-TUR-ACHOU-IX)
003880         IF GH-SITUACAO = "APROVADO"
003890             ADD 1 TO TUR-REVERTIDOS (WS-TUR-ACHOU-IX)
003900         END-IF
003910     END-IF.
003920 2100-EXIT.
003930     EXIT.
003940*-----------------------------------------------------------*
003950*  2150-PROCURAR-TURMA - CONFERE UMA ENTRADA DA TABELA DE        *
003960*                 TURMAS DO PERIODO CONTRA A TURMA CORRENTE      *
003970*-----------------------------------------------------------*
003980 2150-PROCURAR-TURMA.
003990     IF TUR-TURMA (WS-TUR-IX) = GH-TURMA
004000         MOVE WS-TUR-IX TO WS-TUR-ACHOU-IX
004010     END-IF.
004020 2150-EXIT.
004030     EXIT.
004040*-----------------------------------------------------------*
004050*  2600-BUSCAR-TURMA - DEVOLVE EM WS-DISCIPLINA E                *
004060*                 WS-PROFESSOR OS DADOS DA TURMA EM              *
004070*                 WS-TURMA-PESQ, LIDOS NO TURMAMASTER E          *
004080*                 GUARDADOS EM TABELA. TURMA SEM CADASTRO        *
004090*                 VIRA A DISCIPLINA "(TURMA XXXXXX)"             *
004100*-----------------------------------------------------------*
004110 2600-BUSCAR-TURMA.
004120     MOVE ZERO TO WS-TDC-ACHOU-IX
004130     PERFORM 2650-PROCURAR-CADASTRO THRU 2650-EXIT
004140         VARYING WS-TDC-IX FROM 1 BY 1
004150         UNTIL WS-TDC-IX > WS-TDC-QTD
004160     IF WS-TDC-ACHOU-IX > 0
004170         MOVE TDC-DISCIPLINA (WS-TDC-ACHOU-IX) TO WS-DISCIPLINA
004180         MOVE TDC-PROFESSOR (WS-TDC-ACHOU-IX)  TO WS-PROFESSOR
004190         GO TO 2600-EXIT
004200     END-IF
004210     MOVE WS-TURMA-PESQ TO TRM-TURMA
004220     READ TURMA-MASTER-FILE
004230         INVALID KEY
004240             MOVE SPACES TO WS-DISCIPLINA
004250             STRING "(TURMA " WS-TURMA-PESQ ")"
004260                 DELIMITED BY SIZE INTO WS-DISCIPLINA
004270             MOVE "(SEM CADASTRO NO TURMAMASTER)" TO WS-PROFESSOR
004280         NOT INVALID KEY
004290             MOVE TRM-NOME-DISCIPLINA TO WS-DISCIPLINA
004300             MOVE TRM-PROFESSOR       TO WS-PROFESSOR
004310     END-READ
004320     IF WS-TDC-QTD < 500
004330         ADD 1 TO WS-TDC-QTD
004340         MOVE WS-TURMA-PESQ TO TDC-TURMA (WS-TDC-QTD)
004350         MOVE WS-DISCIPLINA TO TDC-DISCIPLINA (WS-TDC-QTD)
004360         MOVE WS-PROFESSOR  TO TDC-PROFESSOR (WS-TDC-QTD)
004370     END-IF.
004380 2600-EXIT.
004390     EXIT.
004400*-----------------------------------------------------------*
004410*  2650-PROCURAR-CADASTRO - CONFERE UMA ENTRADA DA TABELA DE     *
004420*                 TURMAS JA LIDAS NO TURMAMASTER                 *
004430*-----------------------------------------------------------*
004440 2650-PROCURAR-CADASTRO.
004450     IF TDC-TURMA (WS-TDC-IX) = WS-TURMA-PESQ
004460         MOVE WS-TDC-IX TO WS-TDC-ACHOU-IX
004470     END-IF.
004480 2650-EXIT.
004490     EXIT.
004500*-----------------------------------------------------------*
004510*  2700-CONFERIR-EXAME - PROCURA NA AUDITMSTR UM REGISTRO DE     *
004520*                 RECUPERACAO (TIPO "R") DO ALUNO NA TURMA E     *
004530*                 PERIODO DO RESULTADO CORRENTE                  *
004540*-----------------------------------------------------------*
004550 2700-CONFERIR-EXAME.
004560     MOVE "N" TO WS-EXAME-SW.
004570     MOVE LOW-VALUES        TO AUD-CHAVE.
004580     MOVE GH-MATRICULA      TO AUD-MATRICULA.
004590     MOVE GH-PERIODO-LETIVO TO AUD-PERIODO-LETIVO.
004600     START AUDIT-FILE KEY >= AUD-CHAVE
004610         INVALID KEY GO TO 2700-EXIT
004620     END-START.
004630 2700-LER.
004640     READ AUDIT-FILE NEXT RECORD
004650         AT END GO TO 2700-EXIT
004660     END-READ.
004670     IF AUD-MATRICULA NOT = GH-MATRICULA
004680         OR AUD-PERIODO-LETIVO NOT = GH-PERIODO-LETIVO
004690         GO TO 2700-EXIT
004700     END-IF.
004710     IF AUD-TURMA = GH-TURMA AND AUD-TIPO-REGISTRO = "R"
004711         AND NOT AUD-ESTORNADO
004720         SET FEZ-EXAME TO TRUE
004730         GO TO 2700-EXIT
004740     END-IF.
004750     GO TO 2700-LER.
004760 2700-EXIT.
004770     EXIT.
004780*-----------------------------------------------------------*
004790*  2900-LER-HISTORICO - LE O PROXIMO REGISTRO DO GRADEHIST       *
004800*-----------------------------------------------------------*
004810 2900-LER-HISTORICO.
004820     READ GRADE-HIST-FILE NEXT RECORD
004830         AT END SET FIM-DO-HISTORICO TO TRUE
004840     END-READ.
004850 2900-EXIT.
004860     EXIT.
004870*-----------------------------------------------------------*
004880*  3000-APURAR-ANTERIORES - SEGUNDA PASSADA NO GRADEHIST:        *
004890*                 ACUMULA POR DISCIPLINA E PERIODO OS            *
004900*                 RESULTADOS DOS PERIODOS ANTERIORES DAS         *
004910*                 DISCIPLINAS OFERTADAS NO PERIODO INFORMADO     *
004920*-----------------------------------------------------------*
004930 3000-APURAR-ANTERIORES.
004940     MOVE "N" TO WS-EOF-SW.
004950     MOVE LOW-VALUES TO GH-CHAVE.
004960     START GRADE-HIST-FILE KEY >= GH-CHAVE
004970         INVALID KEY SET FIM-DO-HISTORICO TO TRUE
004980     END-START.
004990     IF FIM-DO-HISTORICO
005000         GO TO 3000-EXIT
005010     END-IF.
005020     PERFORM 2900-LER-HISTORICO THRU 2900-EXIT.
005030 3000-APURAR.
005040     IF FIM-DO-HISTORICO
005050         GO TO 3000-EXIT
005060     END-IF
005070     IF GH-PERIODO-LETIVO < WS-PERIODO-PESQ
005070         AND NOT GH-NOTA-EXTERNA
005080         PERFORM 3100-ACUMULAR-ANTERIOR THRU 3100-EXIT
005090     END-IF
005100     PERFORM 2900-LER-HISTORICO THRU 2900-EXIT
005110     GO TO 3000-APURAR.
005120 3000-EXIT.
005130     EXIT.
005140*-----------------------------------------------------------*
005150*  3100-ACUMULAR-ANTERIOR - ACUMULA UM RESULTADO DE PERIODO      *
005160*                 ANTERIOR NA DISCIPLINA E PERIODO, SE A         *
005170*                 DISCIPLINA FOI OFERTADA NO PERIODO             *
005180*                 INFORMADO                                      *
005190*-----------------------------------------------------------*
005200 3100-ACUMULAR-ANTERIOR.
005210     MOVE GH-TURMA TO WS-TURMA-PESQ
005220     PERFORM 2600-BUSCAR-TURMA THRU 2600-EXIT
005230     MOVE ZERO TO WS-TUR-ACHOU-IX
005240     PERFORM 3150-PROCURAR-DISCIPLINA THRU 3150-EXIT
005250         VARYING WS-TUR-IX FROM 1 BY 1
005260         UNTIL WS-TUR-IX > WS-TUR-QTD
005270     IF WS-TUR-ACHOU-IX = 0
005280         GO TO 3100-EXIT
005290     END-IF
005300     MOVE ZERO TO WS-HIS-ACHOU-IX
005310     PERFORM 3250-PROCURAR-ANTERIOR THRU 3250-EXIT
005320         VARYING WS-HIS-IX FROM 1 BY 1
005330         UNTIL WS-HIS-IX > WS-HIS-QTD
005340     IF WS-HIS-ACHOU-IX = 0
005350         IF WS-HIS-QTD >= 500
005360             DISPLAY "ERRO: MAIS DE 500 PERIODOS ANTERIORES DAS "
005370                 "DISCIPLINAS DO PERIODO - VERIFIQUE O HISTORICO"
005380             MOVE 16 TO RETURN-CODE
005390             STOP RUN
005400         END-IF
005410         ADD 1 TO WS-HIS-QTD
005420         MOVE WS-HIS-QTD        TO WS-HIS-ACHOU-IX
005430         MOVE WS-DISCIPLINA     TO HIS-DISCIPLINA (WS-HIS-QTD)
005440         MOVE GH-PERIODO-LETIVO TO HIS-PERIODO (WS-HIS-QTD)
005450         MOVE ZERO  TO HIS-QTD (WS-HIS-QTD)
005460         MOVE ZERO  TO HIS-REPROVADOS (WS-HIS-QTD)
005470         MOVE ZEROS TO HIS-SOMA-MEDIAS (WS-HIS-QTD)
005480     END-IF
005490     ADD 1 TO WS-REGISTROS-ANTERIORES
005500     ADD 1 TO HIS-QTD (WS-HIS-ACHOU-IX)
005510     ADD GH-MEDIA-FINAL TO HIS-SOMA-MEDIAS (WS-HIS-ACHOU-IX)
005520     IF GH-SITUACAO = "REPROVADO"
005530         OR GH-SITUACAO = "REPROVADO POR FALTA"
005540         ADD 1 TO HIS-REPROVADOS (WS-HIS-ACHOU-IX)
005550     END-IF.
005560 3100-EXIT.
005570     EXIT.
005580*-----------------------------------------------------------*
005590*  3150-PROCURAR-DISCIPLINA - CONFERE SE UMA TURMA DO            *
005600*                 PERIODO E DA DISCIPLINA CORRENTE               *
005610*-----------------------------------------------------------*
005620 3150-PROCURAR-DISCIPLINA.
005630     IF TUR-DISCIPLINA (WS-TUR-IX) = WS-DISCIPLINA
005640         MOVE WS-TUR-IX TO WS-TUR-ACHOU-IX
005650     END-IF.
005660 3150-EXIT.
005670     EXIT.
005680*-----------------------------------------------------------*
005690*  3250-PROCURAR-ANTERIOR - CONFERE UMA ENTRADA DA TABELA        *
005700*                 DE PERIODOS ANTERIORES CONTRA A DISCIPLINA     *
005710*                 E O PERIODO CORRENTES                          *
005720*-----------------------------------------------------------*
005730 3250-PROCURAR-ANTERIOR.
005740     IF HIS-DISCIPLINA (WS-HIS-IX) = WS-DISCIPLINA
005750         AND HIS-PERIODO (WS-HIS-IX) = GH-PERIODO-LETIVO
005760         MOVE WS-HIS-IX TO WS-HIS-ACHOU-IX
005770     END-IF.
005780 3250-EXIT.
005790     EXIT.
005800*-----------------------------------------------------------*
005810*  4000-LIBERAR-TURMAS - PROCEDIMENTO DE ENTRADA DO SORT:        *
005820*                 LIBERA AS TURMAS DO PERIODO PARA O MAPA EM     *
005830*                 ORDEM DE PROFESSOR, DISCIPLINA E TURMA         *
005840*-----------------------------------------------------------*
005850 4000-LIBERAR-TURMAS.
005860     PERFORM 4100-LIBERAR-TURMA THRU 4100-EXIT
005870         VARYING WS-TUR-IX FROM 1 BY 1
005880         UNTIL WS-TUR-IX > WS-TUR-QTD.
005890 4000-EXIT.
005900     EXIT.
005910*-----------------------------------------------------------*
005920*  4100-LIBERAR-TURMA - LIBERA UMA TURMA PARA O SORT             *
005930*-----------------------------------------------------------*
005940 4100-LIBERAR-TURMA.
005950     MOVE TUR-PROFESSOR (WS-TUR-IX)  TO SRT-PROFESSOR
005960     MOVE TUR-DISCIPLINA (WS-TUR-IX) TO SRT-DISCIPLINA
005970     MOVE TUR-TURMA (WS-TUR-IX)      TO SRT-TURMA
005980     MOVE WS-TUR-IX                  TO SRT-TUR-IX
005990     RELEASE SORT-RECORD.
006000 4100-EXIT.
006010     EXIT.
006020*-----------------------------------------------------------*
006030*  5000-EMITIR-MAPA - PROCEDIMENTO DE SAIDA DO SORT: EMITE O     *
006040*                 MAPA POR TURMA COM SUBTOTAL POR PROFESSOR      *
006050*-----------------------------------------------------------*
006060 5000-EMITIR-MAPA.
006070     MOVE SPACES TO WS-PROFESSOR-ATUAL.
006080     PERFORM 5900-RETORNAR-TURMA THRU 5900-EXIT.
006090 5000-EMITIR.
006100     IF FIM-DA-CLASSIFICACAO
006110         IF WS-PROFESSOR-ATUAL NOT = SPACES
006120             PERFORM 5500-FECHAR-PROFESSOR THRU 5500-EXIT
006130         END-IF
006140         GO TO 5000-EXIT
006150     END-IF
006160     IF SRT-PROFESSOR NOT = WS-PROFESSOR-ATUAL
006170         IF WS-PROFESSOR-ATUAL NOT = SPACES
006180             PERFORM 5500-FECHAR-PROFESSOR THRU 5500-EXIT
006190         END-IF
006200         MOVE SRT-PROFESSOR TO WS-PROFESSOR-ATUAL
006210         INITIALIZE WS-PROFESSOR-TOTAIS
006220         DISPLAY " "
006230         DISPLAY "========= PROFESSOR: " WS-PROFESSOR-ATUAL
006240             " ========="
006250     END-IF
006260     MOVE SRT-TUR-IX TO WS-TUR-IX
006270     PERFORM 5100-EMITIR-TURMA THRU 5100-EXIT
006280     PERFORM 5900-RETORNAR-TURMA THRU 5900-EXIT
006290     GO TO 5000-EMITIR.
006300 5000-EXIT.
006310     EXIT.
006320*-----------------------------------------------------------*
006330*  5100-EMITIR-TURMA - EMITE O BLOCO DE UMA TURMA: SITUACOES,    *
006340*                 MEDIA, REVERSAO NA RECUPERACAO, VARIACAO       *
006350*                 SOBRE OS PERIODOS ANTERIORES E DESTAQUE        *
006360*-----------------------------------------------------------*
006370 5100-EMITIR-TURMA.
006380     ADD 1 TO PRF-TURMAS
006390     ADD TUR-QTD (WS-TUR-IX)          TO PRF-QTD
006400     ADD TUR-APROVADOS (WS-TUR-IX)    TO PRF-APROVADOS
006410     ADD TUR-RECUPERACAO (WS-TUR-IX)  TO PRF-RECUPERACAO
006420     ADD TUR-REPROVADOS (WS-TUR-IX)   TO PRF-REPROVADOS
006430     ADD TUR-REPROV-FALTA (WS-TUR-IX) TO PRF-REPROV-FALTA
006440     ADD TUR-SOMA-MEDIAS (WS-TUR-IX)  TO PRF-SOMA-MEDIAS
006450     COMPUTE WS-MEDIA-TURMA ROUNDED =
006460         TUR-SOMA-MEDIAS (WS-TUR-IX) / TUR-QTD (WS-TUR-IX)
006470     MOVE WS-MEDIA-TURMA TO WS-MEDIA-EDIT
006480     MOVE TUR-QTD (WS-TUR-IX) TO WS-QTD-EDIT
006490     DISPLAY " "
006500     DISPLAY "TURMA " TUR-TURMA (WS-TUR-IX) " "
006510         TUR-DISCIPLINA (WS-TUR-IX) " ALUNOS: " WS-QTD-EDIT
006520         " MEDIA: " WS-MEDIA-EDIT
006530     MOVE TUR-QTD (WS-TUR-IX) TO WS-PERC-TOTAL
006540     MOVE TUR-APROVADOS (WS-TUR-IX) TO WS-PERC-PARTE
006550     PERFORM 8500-CALCULAR-PERCENTUAL THRU 8500-EXIT
006560     MOVE WS-PERC-CALC TO WS-PERC-EDIT
006570     MOVE TUR-RECUPERACAO (WS-TUR-IX) TO WS-PERC-PARTE
006580     PERFORM 8500-CALCULAR-PERCENTUAL THRU 8500-EXIT
006590     MOVE WS-PERC-CALC TO WS-PERC2-EDIT
006600     DISPLAY "   APROVADOS ..........: " WS-PERC-EDIT
006610         "%   EM RECUPERACAO ....: " WS-PERC2-EDIT "%"
006620     MOVE TUR-REPROVADOS (WS-TUR-IX) TO WS-PERC-PARTE
006630     PERFORM 8500-CALCULAR-PERCENTUAL THRU 8500-EXIT
006640     MOVE WS-PERC-CALC TO WS-PERC-EDIT
006650     MOVE TUR-REPROV-FALTA (WS-TUR-IX) TO WS-PERC-PARTE
006660     PERFORM 8500-CALCULAR-PERCENTUAL THRU 8500-EXIT
006670     MOVE WS-PERC-CALC TO WS-PERC2-EDIT
006680     DISPLAY "   REPROVADOS .........: " WS-PERC-EDIT
006690         "%   REPROVADOS POR FALTA: " WS-PERC2-EDIT "%"
006700     COMPUTE WS-PERC-PARTE = TUR-REPROVADOS (WS-TUR-IX)
006710         + TUR-REPROV-FALTA (WS-TUR-IX)
006720     PERFORM 8500-CALCULAR-PERCENTUAL THRU 8500-EXIT
006730     MOVE WS-PERC-CALC TO WS-PERC-REPROV
006740     MOVE TUR-FIZERAM-EXAME (WS-TUR-IX) TO WS-QTD-EDIT
006750     MOVE TUR-REVERTIDOS (WS-TUR-IX)    TO WS-QTD2-EDIT
006760     MOVE TUR-FIZERAM-EXAME (WS-TUR-IX) TO WS-PERC-TOTAL
006770     MOVE TUR-REVERTIDOS (WS-TUR-IX)    TO WS-PERC-PARTE
006780     PERFORM 8500-CALCULAR-PERCENTUAL THRU 8500-EXIT
006790     MOVE WS-PERC-CALC TO WS-PERC-EDIT
006800     DISPLAY "   FIZERAM EXAME: " WS-QTD-EDIT
006810         "  APROVADOS APOS EXAME: " WS-QTD2-EDIT
006820         "  REVERSAO: " WS-PERC-EDIT "%"
006830     PERFORM 5200-EMITIR-VARIACAO THRU 5200-EXIT
006840     IF WS-LIMITE-REPROVACAO > 0
006850         AND WS-PERC-REPROV > WS-LIMITE-REPROVACAO
006860         ADD 1 TO WS-TURMAS-ACIMA-LIMITE
006870         MOVE WS-PERC-REPROV TO WS-PERC-EDIT
006880         DISPLAY "   *** REPROVACAO DE " WS-PERC-EDIT
006890             "% ACIMA DO LIMITE DE " WS-LIMITE-REPROVACAO "% ***"
006900     END-IF.
006910 5100-EXIT.
006920     EXIT.
006930*-----------------------------------------------------------*
006940*  5200-EMITIR-VARIACAO - COMPARA A MEDIA E A REPROVACAO DA      *
006950*                 TURMA COM O PERIODO ANTERIOR MAIS RECENTE      *
006960*                 DA DISCIPLINA E COM O CONJUNTO DOS             *
006970*                 PERIODOS ANTERIORES                            *
006980*-----------------------------------------------------------*
006990 5200-EMITIR-VARIACAO.
007000     MOVE TUR-DISCIPLINA (WS-TUR-IX) TO WS-DISCIPLINA
007010     MOVE SPACES TO WS-ANT-PERIODO
007020     MOVE ZERO   TO WS-HIS-ACHOU-IX
007030     MOVE ZERO   TO WS-ANT-QTD-PERIODOS
007040     MOVE ZERO   TO WS-ANT-QTD-ALUNOS
007050     MOVE ZERO   TO WS-ANT-REPROVADOS
007060     MOVE ZEROS  TO WS-ANT-SOMA-MEDIAS
007070     PERFORM 5250-SOMAR-ANTERIOR THRU 5250-EXIT
007080         VARYING WS-HIS-IX FROM 1 BY 1
007090         UNTIL WS-HIS-IX > WS-HIS-QTD
007100     IF WS-ANT-QTD-PERIODOS = 0
007110         DISPLAY "   SEM PERIODO ANTERIOR DA DISCIPLINA NO "
007120             "HISTORICO"
007130         GO TO 5200-EXIT
007140     END-IF
007150     COMPUTE WS-ANT-MEDIA ROUNDED =
007160         HIS-SOMA-MEDIAS (WS-HIS-ACHOU-IX) /
007170         HIS-QTD (WS-HIS-ACHOU-IX)
007180     MOVE HIS-QTD (WS-HIS-ACHOU-IX) TO WS-PERC-TOTAL
007190     MOVE HIS-REPROVADOS (WS-HIS-ACHOU-IX) TO WS-PERC-PARTE
007200     PERFORM 8500-CALCULAR-PERCENTUAL THRU 8500-EXIT
007210     MOVE WS-PERC-CALC TO WS-ANT-PERC-REPROV
007220     COMPUTE WS-VAR-MEDIA = WS-MEDIA-TURMA - WS-ANT-MEDIA
007230     COMPUTE WS-VAR-PERC = WS-PERC-REPROV - WS-ANT-PERC-REPROV
007240     MOVE WS-ANT-MEDIA       TO WS-MEDIA-EDIT
007250     MOVE WS-VAR-MEDIA       TO WS-VAR-MEDIA-EDIT
007260     MOVE WS-ANT-PERC-REPROV TO WS-PERC-EDIT
007270     MOVE WS-VAR-PERC        TO WS-VAR-PERC-EDIT
007280     DISPLAY "   PERIODO ANTERIOR " WS-ANT-PERIODO
007290         ": MEDIA " WS-MEDIA-EDIT " (" WS-VAR-MEDIA-EDIT
007300         ")  REPROVACAO " WS-PERC-EDIT "% (" WS-VAR-PERC-EDIT
007310         ")"
007320     COMPUTE WS-ANT-MEDIA ROUNDED =
007330         WS-ANT-SOMA-MEDIAS / WS-ANT-QTD-ALUNOS
007340     MOVE WS-ANT-QTD-ALUNOS TO WS-PERC-TOTAL
007350     MOVE WS-ANT-REPROVADOS TO WS-PERC-PARTE
007360     PERFORM 8500-CALCULAR-PERCENTUAL THRU 8500-EXIT
007370     MOVE WS-PERC-CALC TO WS-ANT-PERC-REPROV
007380     COMPUTE WS-VAR-MEDIA = WS-MEDIA-TURMA - WS-ANT-MEDIA
007390     COMPUTE WS-VAR-PERC = WS-PERC-REPROV - WS-ANT-PERC-REPROV
007400     MOVE WS-ANT-QTD-PERIODOS TO WS-QTD-EDIT
007410     MOVE WS-ANT-MEDIA       TO WS-MEDIA-EDIT
007420     MOVE WS-VAR-MEDIA       TO WS-VAR-MEDIA-EDIT
007430     MOVE WS-ANT-PERC-REPROV TO WS-PERC-EDIT
007440     MOVE WS-VAR-PERC        TO WS-VAR-PERC-EDIT
007450     DISPLAY "   " WS-QTD-EDIT " PERIODO(S) ANTERIOR(ES): MEDIA "
007460         WS-MEDIA-EDIT " (" WS-VAR-MEDIA-EDIT ")  REPROVACAO "
007470         WS-PERC-EDIT "% (" WS-VAR-PERC-EDIT ")".
007480 5200-EXIT.
007490     EXIT.
007500*-----------------------------------------------------------*
007510*  5250-SOMAR-ANTERIOR - SOMA UM PERIODO ANTERIOR DA             *
007520*                 DISCIPLINA E GUARDA O MAIS RECENTE             *
007530*-----------------------------------------------------------*
007540 5250-SOMAR-ANTERIOR.
007550     IF HIS-DISCIPLINA (WS-HIS-IX) NOT = WS-DISCIPLINA
007560         GO TO 5250-EXIT
007570     END-IF
007580     ADD 1 TO WS-ANT-QTD-PERIODOS
007590     ADD HIS-QTD (WS-HIS-IX)         TO WS-ANT-QTD-ALUNOS
007600     ADD HIS-REPROVADOS (WS-HIS-IX)  TO WS-ANT-REPROVADOS
007610     ADD HIS-SOMA-MEDIAS (WS-HIS-IX) TO WS-ANT-SOMA-MEDIAS
007620     IF HIS-PERIODO (WS-HIS-IX) > WS-ANT-PERIODO
007630         MOVE HIS-PERIODO (WS-HIS-IX) TO WS-ANT-PERIODO
007640         MOVE WS-HIS-IX TO WS-HIS-ACHOU-IX
007650     END-IF.
007660 5250-EXIT.
007670     EXIT.
007680*-----------------------------------------------------------*
007690*  5500-FECHAR-PROFESSOR - EMITE O SUBTOTAL DO PROFESSOR         *
007700*-----------------------------------------------------------*
007710 5500-FECHAR-PROFESSOR.
007720     COMPUTE WS-MEDIA-TURMA ROUNDED = PRF-SOMA-MEDIAS / PRF-QTD
007730     MOVE WS-MEDIA-TURMA TO WS-MEDIA-EDIT
007740     MOVE PRF-TURMAS TO WS-QTD-EDIT
007750     MOVE PRF-QTD    TO WS-QTD2-EDIT
007760     DISPLAY " "
007770     DISPLAY "SUBTOTAL DO PROFESSOR - TURMAS: " WS-QTD-EDIT
007780         "  ALUNOS: " WS-QTD2-EDIT "  MEDIA: " WS-MEDIA-EDIT
007790     MOVE PRF-QTD TO WS-PERC-TOTAL
007800     MOVE PRF-APROVADOS TO WS-PERC-PARTE
007810     PERFORM 8500-CALCULAR-PERCENTUAL THRU 8500-EXIT
007820     MOVE WS-PERC-CALC TO WS-PERC-EDIT
007830     MOVE PRF-RECUPERACAO TO WS-PERC-PARTE
007840     PERFORM 8500-CALCULAR-PERCENTUAL THRU 8500-EXIT
007850     MOVE WS-PERC-CALC TO WS-PERC2-EDIT
007860     DISPLAY "   APROVADOS ..........: " WS-PERC-EDIT
007870         "%   EM RECUPERACAO ....: " WS-PERC2-EDIT "%"
007880     MOVE PRF-REPROVADOS TO WS-PERC-PARTE
007890     PERFORM 8500-CALCULAR-PERCENTUAL THRU 8500-EXIT
007900     MOVE WS-PERC-CALC TO WS-PERC-EDIT
007910     MOVE PRF-REPROV-FALTA TO WS-PERC-PARTE
007920     PERFORM 8500-CALCULAR-PERCENTUAL THRU 8500-EXIT
007930     MOVE WS-PERC-CALC TO WS-PERC2-EDIT
007940     DISPLAY "   REPROVADOS .........: " WS-PERC-EDIT
007950         "%   REPROVADOS POR FALTA: " WS-PERC2-EDIT "%".
007960 5500-EXIT.
007970     EXIT.
007980*-----------------------------------------------------------*
007990*  5900-RETORNAR-TURMA - RETORNA A PROXIMA TURMA                 *
008000*                 CLASSIFICADA                                   *
008010*-----------------------------------------------------------*
008020 5900-RETORNAR-TURMA.
008030     RETURN SORT-FILE
008040         AT END SET FIM-DA-CLASSIFICACAO TO TRUE
008050     END-RETURN.
008060 5900-EXIT.
008070     EXIT.
008080*-----------------------------------------------------------*
008090*  8500-CALCULAR-PERCENTUAL - WS-PERC-CALC = WS-PERC-PARTE       *
008100*                 SOBRE WS-PERC-TOTAL, EM PERCENTUAL COM UMA     *
008110*                 CASA; TOTAL ZERO DA ZERO                       *
008120*-----------------------------------------------------------*
008130 8500-CALCULAR-PERCENTUAL.
008140     IF WS-PERC-TOTAL = 0
008150         MOVE ZEROS TO WS-PERC-CALC
008160     ELSE
008170         COMPUTE WS-PERC-CALC ROUNDED =
008180             WS-PERC-PARTE * 100 / WS-PERC-TOTAL
008190     END-IF.
008200 8500-EXIT.
008210     EXIT.
008220*-----------------------------------------------------------*
008230*  9000-FINALIZAR - EMITE O RESUMO DO MAPA E FECHA OS            *
008240*                 ARQUIVOS                                       *
008250*-----------------------------------------------------------*
008260 9000-FINALIZAR.
008270     DISPLAY " "
008280     DISPLAY "============== RESUMO DO MAPA =============="
008290     DISPLAY "RESULTADOS DO PERIODO ......: " WS-REGISTROS-PERIODO
008300     DISPLAY "TURMAS NO MAPA .............: " WS-TUR-QTD
008310     DISPLAY "RESULTADOS ANTERIORES USADOS: "
008320         WS-REGISTROS-ANTERIORES
008330     DISPLAY "TURMAS ACIMA DO LIMITE .....: "
008340         WS-TURMAS-ACIMA-LIMITE
008350     DISPLAY "================================================"
008360     CLOSE GRADE-HIST-FILE
008370     CLOSE TURMA-MASTER-FILE
008380     CLOSE AUDIT-FILE.
008390 9000-EXIT.
008400     EXIT.
008410 END PROGRAM MAPA-DESEMPENHO.
