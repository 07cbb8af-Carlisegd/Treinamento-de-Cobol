000150*              MEDIAS (GRADEHIST): PARA O ANO INFORMADO EM
000160*              PARAMETRO, APURA A MEDIA ANUAL POR DISCIPLINA
000170*              (MEDIA DAS MEDIAS DOS PERIODOS LETIVOS DO ANO),
000180*              APLICA A REGRA DO REGIMENTO VIGENTE (MEDIA ANUAL
000190*              MINIMA POR DISCIPLINA E LIMITE DE DISCIPLINAS
000200*              REPROVADAS PARA PROMOCAO COM DEPENDENCIA), GRAVA
000210*              O RESULTADO ANUAL POR ALUNO (PROMOVIDO / RETIDO /
000220*              PROMOVIDO COM DEPENDENCIA, COM AS DISCIPLINAS EM
000230*              DEPENDENCIA) NO ARQUIVO PERMANENTE ANUALRESULT E
000240*              EMITE A ATA DE RESULTADOS POR TURMA. ALUNO COM
000250*              PERIODO FALTANDO NO HISTORICO SAI NO RELATORIO DE
000260*              PENDENCIAS EM VEZ DE RECEBER RESULTADO. CADA
000261*              DISCIPLINA EM DEPENDENCIA E GRAVADA COMO PENDENTE
000262*              NO ARQUIVO PERMANENTE DEPENDENCIAS, ACOMPANHADO
000263*              DEPOIS PELO ACOMPANHA-DEPENDENCIAS. MEDIAS
000263*              EXTERNAS (TRAZIDAS POR ALUNO TRANSFERIDO DE OUTRA
000263*              ESCOLA) ENTRAM NA APURACAO DO ALUNO JUNTO COM OS
000263*              PERIODOS CURSADOS NA ESCOLA, E O ALUNO QUE SAIU
000263*              POR TRANSFERENCIA NO ANO (ARQUIVO TRANSFERENCIAS)
000263*              RECEBE O RESULTADO TRANSFERIDO.
000280*****************************************************************
000290* MODIFICATION HISTORY
000300* -----------------------------------------------------------
000390*                 ATA POR TURMA E ORDENADA POR NOME OFICIAL DO
000400*                 STUDENTMASTER VIA SORT. REEXECUCAO DO MESMO
000410*                 ANO REGRAVA O RESULTADO (REWRITE).
000411* 14/10/2026 CD   A MEDIA ANUAL MINIMA E O LIMITE DE
000412*                 DEPENDENCIAS DEIXARAM DE SER FIXOS (060 E 02):
000413*                 VEM DA REGRA DO ARQUIVO REGIMENTO VIGENTE NO
000414*                 ULTIMO PERIODO LETIVO DO ANO ENCONTRADO NO
000415*                 HISTORICO. O LIMITE INFORMADO NO FECHPARM
000416*                 CONTINUA VALENDO COMO EXCECAO, MAS SAI AVISO
000417*                 QUANDO DIFERE DO REGIMENTO. OS PARAMETROS
000418*                 USADOS SAEM NO CABECALHO DO RELATORIO; ANO
000419*                 SEM REGRA VIGENTE ENCERRA COM RETURN-CODE 16.
000420* 14/10/2026 CD   O ALUNO PROMOVIDO COM DEPENDENCIA TEM CADA
000421*                 DISCIPLINA REPROVADA GRAVADA NO ARQUIVO
000422*                 DEPENDENCIAS (ANO DE ORIGEM, TURMA, NOME DA
000423*                 DISCIPLINA DO TURMAMASTER, SITUACAO PENDENTE).
000424*                 REEXECUCAO DO ANO REMOVE AS DEPENDENCIAS AINDA
000425*                 NAO CUMPRIDAS DAQUELE ANO ANTES DE REGRAVAR. AS
000426*                 DEPENDENCIAS NAO CUMPRIDAS DE ANOS ANTERIORES
000427*                 ENTRAM NA CONTA DO LIMITE QUANDO O REGIMENTO
000428*                 VIGENTE ASSIM INDICA; O ACOMPANHA-DEPENDENCIAS
000429*                 DEVE RODAR ANTES PARA DAR BAIXA NAS CUMPRIDAS.
000429* 15/10/2026 CD   MEDIA EXTERNA DO GRADEHIST (ALUNO VINDO DE OUTRA
000429*                 ESCOLA) NAO ENTRA NO MAPA DA GRADE MAS CONTA
000429*                 COMO PERIODO CURSADO NA APURACAO DO ALUNO, QUE
000429*                 DEIXA DE CAIR EM PENDENCIA POR PERIODO FALTANDO.
000429*                 ALUNO COM SAIDA NO ANO NO ARQUIVO
000429*                 TRANSFERENCIAS, SEM CHEGADA POSTERIOR, RECEBE O
000429*                 RESULTADO TRANSFERIDO, SEM DEPENDENCIAS, E SAI
000429*                 NA ATA COM AS MEDIAS PARCIAIS.
000429* 15/10/2026 CD   O TURMAMASTER GANHOU A QUANTIDADE DE AULAS
000429*                 PREVISTAS NO PERIODO LETIVO
000429*                 (TRM-AULAS-PREVISTAS); O REGISTRO PASSA DE 70
000429*                 PARA 73 BYTES.
000429* 15/10/2026 CD   A DECISAO DE PROMOCAO PASSA A USAR O TOTAL QUE
000429*                 ENTRA NO LIMITE (REPROVADAS NO ANO MAIS AS
000429*                 DEPENDENCIAS ANTERIORES NAO CUMPRIDAS, QUANDO O
000429*                 REGIMENTO MANDA): ALUNO SEM REPROVACAO NO ANO
000429*                 MAS COM DEPENDENCIAS ANTERIORES ACIMA DO LIMITE
000429*                 E RETIDO. DEPENDENCIA JA REGISTRADA NO ARQUIVO
000429*                 DEPENDENCIAS SAI COM AVISO, E CONTADA NO RESUMO
000429*                 E ENCERRA COM RETURN-CODE 8.
000429* 15/10/2026 CD   O GRADEHIST E O TURMAMASTER GRAVADOS NO LEIAUTE
000429*                 ANTERIOR PRECISAM DE CONVERSAO UNICA DE LEIAUTE
000429*                 (CONVERSAO-LEIAUTE) ANTES DO PRIMEIRO LOTE COM
000429*                 ESTA VERSAO.
000420* -----------------------------------------------------------
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. FECHAMENTO-ANUAL.
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS AR-CHAVE
000690         FILE STATUS IS WS-RESULT-STATUS.
000691     SELECT REGIMENTO-FILE ASSIGN TO "REGIMENTO"
000692         ORGANIZATION IS INDEXED
000693         ACCESS MODE IS SEQUENTIAL
000694         RECORD KEY IS RGM-PERIODO-INICIAL
000695         FILE STATUS IS WS-REGIM-STATUS.
000696     SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMASTER"
000697         ORGANIZATION IS INDEXED
000698         ACCESS MODE IS RANDOM
000699         RECORD KEY IS TRM-TURMA
000699         FILE STATUS IS WS-TURMA-STATUS.
000699     SELECT DEPENDENCIAS-FILE ASSIGN TO "DEPENDENCIAS"
000699         ORGANIZATION IS INDEXED
000699         ACCESS MODE IS DYNAMIC
000699         RECORD KEY IS DEP-CHAVE
000699         FILE STATUS IS WS-DEPEND-STATUS.
000699     SELECT TRANSFERENCIA-FILE ASSIGN TO "TRANSFERENCIAS"
000699         ORGANIZATION IS INDEXED
000699         ACCESS MODE IS DYNAMIC
000699         RECORD KEY IS TRF-CHAVE
000699         FILE STATUS IS WS-TRANSF-STATUS.
000700     SELECT SORT-FILE ASSIGN TO "SORTWK".
000710 DATA DIVISION.
000720 FILE SECTION.
000840         10 GH-TURMA               PIC X(06).
000850     05 GH-MEDIA-FINAL             PIC 9(03)V9(02).
000860     05 GH-SITUACAO                PIC X(20).
000860     05 GH-ORIGEM                  PIC X(01).
000860         88 GH-NOTA-EXTERNA                  VALUE "E".
000860     05 GH-ESCOLA-ORIGEM           PIC X(40).
000870 FD  STUDENT-MASTER-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  STUDENT-MASTER-RECORD.
001010     05 AR-DEPENDENCIAS.
001020         10 AR-DEP-TURMA OCCURS 10 TIMES
001030                                   PIC X(06).
001031 FD  REGIMENTO-FILE
001032     LABEL RECORDS ARE STANDARD.
001033 01  REGIMENTO-RECORD.
001034     05 RGM-PERIODO-INICIAL        PIC X(06).
001035     05 RGM-MEDIA-MINIMA           PIC 9(03).
001036     05 RGM-NOTA-CORTE-RECUP       PIC 9(03).
001037     05 RGM-FREQ-MINIMA            PIC 9(03).
001038     05 RGM-PESO-MEDIA-RECUP       PIC 9(01).
001039     05 RGM-PESO-EXAME-RECUP       PIC 9(01).
001040     05 RGM-MEDIA-FINAL-RECUP      PIC 9(03).
001041     05 RGM-MEDIA-ANUAL-MINIMA     PIC 9(03).
001042     05 RGM-LIMITE-DEPENDENCIAS    PIC 9(02).
001042     05 RGM-DEP-ANTERIOR-CONTA     PIC X(01).
001042     05 RGM-PRAZO-REVISAO          PIC 9(03).
001043     05 RGM-DATA-APROVACAO         PIC X(08).
001044     05 RGM-ATO-APROVACAO          PIC X(20).
001045 FD  TURMA-MASTER-FILE
001045     LABEL RECORDS ARE STANDARD.
001045 01  TURMA-MASTER-RECORD.
001045     05 TRM-TURMA                  PIC X(06).
001045     05 TRM-NOME-DISCIPLINA        PIC X(30).
001045     05 TRM-PROFESSOR              PIC X(30).
001045     05 TRM-QTD-AVALIACOES         PIC 9(02).
001045     05 TRM-USA-PESO-OBRIG         PIC X(01).
001045     05 TRM-STATUS-TURMA           PIC X(01).
001045     05 TRM-AULAS-PREVISTAS        PIC 9(03).
001046 FD  DEPENDENCIAS-FILE
001046     LABEL RECORDS ARE STANDARD.
001046 01  DEPENDENCIA-RECORD.
001046     05 DEP-CHAVE.
001046         10 DEP-MATRICULA          PIC X(09).
001046         10 DEP-ANO-ORIGEM         PIC X(04).
001046         10 DEP-TURMA-ORIGEM       PIC X(06).
001046     05 DEP-DISCIPLINA             PIC X(30).
001046     05 DEP-MEDIA-ORIGEM           PIC 9(03)V9(02).
001046     05 DEP-SITUACAO               PIC X(01).
001046         88 DEP-PENDENTE                     VALUE "P".
001046         88 DEP-EM-CURSO                     VALUE "E".
001046         88 DEP-CUMPRIDA                     VALUE "C".
001046     05 DEP-PERIODO-CUMPRIMENTO    PIC X(06).
001046     05 DEP-TURMA-CUMPRIMENTO      PIC X(06).
001046     05 DEP-MEDIA-CUMPRIMENTO      PIC 9(03)V9(02).
001046     05 DEP-DATA-SITUACAO          PIC X(08).
001046 FD  TRANSFERENCIA-FILE
001046     LABEL RECORDS ARE STANDARD.
001046 01  TRANSFERENCIA-RECORD.
001046     05 TRF-CHAVE.
001046         10 TRF-MATRICULA          PIC X(09).
001046         10 TRF-TIPO               PIC X(01).
001046             88 TRF-SAIDA                    VALUE "S".
001046             88 TRF-CHEGADA                  VALUE "E".
001046         10 TRF-DATA               PIC X(08).
001046     05 TRF-ESCOLA                 PIC X(40).
001046     05 TRF-USUARIO                PIC X(08).
001046     05 TRF-DATA-REGISTRO          PIC X(08).
001046     05 TRF-DATA-GUIA              PIC X(08).
001040 SD  SORT-FILE.
001050 01  SORT-RECORD.
001060     05 SRT-TURMA                  PIC X(06).
001190 77 WS-SORT-EOF-SW             PIC X(01) VALUE "N".
001200     88 FIM-DA-CLASSIFICACAO            VALUE "S".
001210 77 WS-ANO-PESQ                PIC X(04) VALUE SPACES.
001220 77 WS-LIMITE-DEPENDENCIAS     PIC 9(02) VALUE ZEROS.
001221 77 WS-LIMITE-PARM             PIC 9(02) VALUE ZEROS.
001230 77 WS-MEDIA-MINIMA            PIC 9(03) VALUE ZEROS.
001231 77 WS-REGIM-STATUS            PIC X(02) VALUE SPACES.
001232 77 WS-REGRA-ACHADA-SW         PIC X(01) VALUE "N".
001233     88 REGRA-VIGENTE-ACHADA            VALUE "S".
001234 77 WS-REGIM-VIGENCIA          PIC X(06) VALUE SPACES.
001235 77 WS-REGIM-ATO               PIC X(20) VALUE SPACES.
001236 77 WS-PERIODO-REGRA           PIC X(06) VALUE SPACES.
001237 77 WS-DEP-ANTERIOR-CONTA      PIC X(01) VALUE "N".
001238     88 DEP-ANTERIOR-NO-LIMITE          VALUE "S".
001239 77 WS-TURMA-STATUS            PIC X(02) VALUE SPACES.
001239 77 WS-DEPEND-STATUS           PIC X(02) VALUE SPACES.
001239 77 WS-TRANSF-STATUS           PIC X(02) VALUE SPACES.
001239 77 WS-TRANSF-DISPONIVEL-SW    PIC X(01) VALUE "N".
001239     88 TRANSFERENCIAS-DISPONIVEL       VALUE "S".
001239 77 WS-TRANSFERIDO-SW          PIC X(01) VALUE "N".
001239     88 ALUNO-TRANSFERIDO               VALUE "S".
001239 77 WS-NOTA-EXTERNA-SW         PIC X(01) VALUE "N".
001239     88 ALUNO-COM-NOTA-EXTERNA          VALUE "S".
001239 77 WS-TIPO-MOVIMENTO          PIC X(01) VALUE SPACES.
001239 77 WS-DATA-MOVIMENTO          PIC X(08) VALUE SPACES.
001239 77 WS-DATA-SAIDA              PIC X(08) VALUE SPACES.
001239 77 WS-DATA-CHEGADA            PIC X(08) VALUE SPACES.
001239 77 WS-TRANSFERIDOS            PIC 9(05) COMP VALUE ZERO.
001239 77 WS-COM-NOTA-EXTERNA        PIC 9(05) COMP VALUE ZERO.
001239 77 WS-DATA-EXECUCAO           PIC X(08) VALUE SPACES.
001239 77 WS-QTD-DEP-ANTERIORES      PIC 9(02) COMP VALUE ZERO.
001239 77 WS-QTD-PARA-LIMITE         PIC 9(03) COMP VALUE ZERO.
001239 77 WS-DEP-GRAVADAS            PIC 9(05) COMP VALUE ZERO.
001239 77 WS-DEP-DUPLICADAS          PIC 9(05) COMP VALUE ZERO.
001239 77 WS-COM-DEP-ANTERIOR        PIC 9(05) COMP VALUE ZERO.
001240 77 WS-PER-QTD                 PIC 9(02) COMP VALUE ZERO.
001250 77 WS-PER-IX                  PIC 9(02) COMP VALUE ZERO.
001260 77 WS-PER-ACHOU-IX            PIC 9(02) COMP VALUE ZERO.
001780     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001790     STOP RUN.
001800*-----------------------------------------------------------*
001810*  1000-INICIALIZAR - LE O ANO E A EXCECAO DO LIMITE DE           *
001820*                 DEPENDENCIAS DO ARQUIVO DE PARAMETROS E ABRE OS *
001821*                 ARQUIVOS; O ARQUIVO DE RESULTADOS ANUAIS E      *
001830*                 CRIADO VAZIO QUANDO AINDA NAO EXISTE            *
001850*-----------------------------------------------------------*
001860 1000-INICIALIZAR.
001870     OPEN INPUT FECH-PARM-FILE.
002020     MOVE PRM-ANO TO WS-ANO-PESQ.
002030     IF PRM-LIMITE-DEPENDENCIAS NUMERIC
002040         AND PRM-LIMITE-DEPENDENCIAS > 0
002050         MOVE PRM-LIMITE-DEPENDENCIAS TO WS-LIMITE-PARM
002060     END-IF.
002070     CLOSE FECH-PARM-FILE.
002080     IF WS-ANO-PESQ = SPACES
002400         MOVE 16 TO RETURN-CODE
002410         STOP RUN
002420     END-IF.
002421     OPEN INPUT TURMA-MASTER-FILE.
002422     IF WS-TURMA-STATUS NOT = "00"
002423         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO DE "
002424             "TURMAS TURMAMASTER - STATUS: " WS-TURMA-STATUS
002425         CLOSE GRADE-HIST-FILE
002426         CLOSE STUDENT-MASTER-FILE
002427         CLOSE ANUAL-RESULT-FILE
002428         MOVE 16 TO RETURN-CODE
002429         STOP RUN
002430     END-IF.
002431     OPEN I-O DEPENDENCIAS-FILE.
002432     IF WS-DEPEND-STATUS NOT = "00"
002433         OPEN OUTPUT DEPENDENCIAS-FILE
002434         CLOSE DEPENDENCIAS-FILE
002435         OPEN I-O DEPENDENCIAS-FILE
002436     END-IF.
002437     IF WS-DEPEND-STATUS NOT = "00"
002438         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
002439             "DEPENDENCIAS - STATUS: " WS-DEPEND-STATUS
002440         CLOSE GRADE-HIST-FILE
002441         CLOSE STUDENT-MASTER-FILE
002442         CLOSE ANUAL-RESULT-FILE
002443         CLOSE TURMA-MASTER-FILE
002444         MOVE 16 TO RETURN-CODE
002445         STOP RUN
002446     END-IF.
002446     OPEN INPUT TRANSFERENCIA-FILE.
002446     IF WS-TRANSF-STATUS = "00"
002446         SET TRANSFERENCIAS-DISPONIVEL TO TRUE
002446     ELSE
002446         DISPLAY "AVISO: ARQUIVO TRANSFERENCIAS INDISPONIVEL - "
002446             "STATUS: " WS-TRANSF-STATUS
002446             " - NENHUM ALUNO SERA APURADO COMO TRANSFERIDO"
002446     END-IF.
002447     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
002448     DISPLAY "================================================"
002449     DISPLAY "FECHAMENTO ANUAL - ANO: " WS-ANO-PESQ
002470     DISPLAY "================================================".
002480 1000-EXIT.
002490     EXIT.
002510*  2000-MAPEAR-GRADE - PRIMEIRA PASSADA NO GRADEHIST: LEVANTA     *
002520*                 OS PERIODOS LETIVOS DO ANO E EM QUAIS DELES     *
002530*                 CADA TURMA FOI OFERTADA; ESSE MAPA DEFINE O     *
002540*                 QUE E PERIODO FALTANDO NA APURACAO DO ALUNO.    *
002540*                 MEDIA EXTERNA NAO ENTRA NO MAPA: A TURMA NAO    *
002540*                 FOI OFERTADA PELA ESCOLA NAQUELE PERIODO        *
002550*-----------------------------------------------------------*
002560 2000-MAPEAR-GRADE.
002570     MOVE LOW-VALUES TO GH-CHAVE.
002670         GO TO 2000-FIM-MAPA
002680     END-IF
002690     IF GH-PERIODO-LETIVO (1:4) NOT = WS-ANO-PESQ
002690         OR GH-NOTA-EXTERNA
002700         PERFORM 2900-LER-HISTORICO THRU 2900-EXIT
002710         GO TO 2000-MAPEAR
002720     END-IF
002850         CLOSE GRADE-HIST-FILE
002860         CLOSE STUDENT-MASTER-FILE
002870         CLOSE ANUAL-RESULT-FILE
002871         CLOSE TURMA-MASTER-FILE
002872         CLOSE DEPENDENCIAS-FILE
002872         PERFORM 8900-FECHAR-TRANSFERENCIAS THRU 8900-EXIT
002880         MOVE 8 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002901     PERFORM 2500-OBTER-REGIMENTO THRU 2500-EXIT.
002902     IF NOT REGRA-VIGENTE-ACHADA
002903         CLOSE GRADE-HIST-FILE
002904         CLOSE STUDENT-MASTER-FILE
002905         CLOSE ANUAL-RESULT-FILE
002905         CLOSE TURMA-MASTER-FILE
002905         CLOSE DEPENDENCIAS-FILE
002905         PERFORM 8900-FECHAR-TRANSFERENCIAS THRU 8900-EXIT
002906         MOVE 16 TO RETURN-CODE
002907         STOP RUN
002908     END-IF.
002910 2000-EXIT.
002920     EXIT.
002930*-----------------------------------------------------------*
003610     END-IF.
003620 2250-EXIT.
003630     EXIT.
003631*-----------------------------------------------------------*
003632*  2500-OBTER-REGIMENTO - LE O ARQUIVO DE REGRAS DO               *
003633*                 REGIMENTO (EM ORDEM DE PERIODO INICIAL DE       *
003634*                 VIGENCIA) E GUARDA A MEDIA ANUAL MINIMA E O     *
003635*                 LIMITE DE DEPENDENCIAS DA ULTIMA REGRA CUJA     *
003636*                 VIGENCIA COMECA ATE O ULTIMO PERIODO DO ANO     *
003637*                 NO HISTORICO, COM A INDICACAO DE SE AS          *
003637*                 DEPENDENCIAS ANTERIORES CONTAM NO LIMITE. A     *
003637*                 EXCECAO DO FECHPARM, SE INFORMADA, PREVALECE    *
003638*                 SOBRE O LIMITE                                  *
003639*-----------------------------------------------------------*
003640 2500-OBTER-REGIMENTO.
003641     MOVE "N" TO WS-REGRA-ACHADA-SW.
003642     MOVE PER-PERIODO (1) TO WS-PERIODO-REGRA.
003643     PERFORM 2550-MAIOR-PERIODO THRU 2550-EXIT
003644         VARYING WS-PER-IX FROM 2 BY 1
003645         UNTIL WS-PER-IX > WS-PER-QTD.
003646     OPEN INPUT REGIMENTO-FILE.
003647     IF WS-REGIM-STATUS NOT = "00"
003648         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
003649             "REGRAS REGIMENTO - STATUS: " WS-REGIM-STATUS
003650         GO TO 2500-EXIT
003651     END-IF.
003652 2500-LER.
003653     READ REGIMENTO-FILE NEXT RECORD
003654         AT END
003655             GO TO 2500-FECHAR
003656     END-READ.
003657     IF RGM-PERIODO-INICIAL > WS-PERIODO-REGRA
003658         GO TO 2500-FECHAR
003659     END-IF.
003660     MOVE RGM-PERIODO-INICIAL     TO WS-REGIM-VIGENCIA.
003661     MOVE RGM-ATO-APROVACAO       TO WS-REGIM-ATO.
003662     MOVE RGM-MEDIA-ANUAL-MINIMA  TO WS-MEDIA-MINIMA.
003663     MOVE RGM-LIMITE-DEPENDENCIAS TO WS-LIMITE-DEPENDENCIAS.
003663     MOVE RGM-DEP-ANTERIOR-CONTA  TO WS-DEP-ANTERIOR-CONTA.
003664     SET REGRA-VIGENTE-ACHADA TO TRUE.
003665     GO TO 2500-LER.
003666 2500-FECHAR.
003667     CLOSE REGIMENTO-FILE.
003668     IF NOT REGRA-VIGENTE-ACHADA
003669         DISPLAY "ERRO: NENHUMA REGRA DO REGIMENTO VIGENTE NO "
003670             "PERIODO LETIVO " WS-PERIODO-REGRA
003671         GO TO 2500-EXIT
003672     END-IF.
003673     DISPLAY "REGIMENTO VIGENTE A PARTIR DE " WS-REGIM-VIGENCIA
003674         " - " WS-REGIM-ATO.
003675     DISPLAY "   (REGRA DO PERIODO " WS-PERIODO-REGRA
003676         ", ULTIMO DO ANO NO HISTORICO)".
003677     DISPLAY "   MEDIA ANUAL MINIMA POR DISCIPLINA .: "
003678         WS-MEDIA-MINIMA.
003679     IF WS-LIMITE-PARM > 0
003680         AND WS-LIMITE-PARM NOT = WS-LIMITE-DEPENDENCIAS
003681         DISPLAY "AVISO: LIMITE DE DEPENDENCIAS DO FECHPARM ("
003682             WS-LIMITE-PARM ") DIFERENTE DO REGIMENTO ("
003683             WS-LIMITE-DEPENDENCIAS ") - VALE O DO FECHPARM"
003684         MOVE WS-LIMITE-PARM TO WS-LIMITE-DEPENDENCIAS
003685     END-IF.
003686     DISPLAY "   LIMITE DE DISCIPLINAS EM DEPENDENCIA: "
003687         WS-LIMITE-DEPENDENCIAS.
003687     IF DEP-ANTERIOR-NO-LIMITE
003687         DISPLAY "   DEPENDENCIAS NAO CUMPRIDAS DE ANOS "
003687             "ANTERIORES CONTAM NO LIMITE"
003687     ELSE
003687         DISPLAY "   DEPENDENCIAS DE ANOS ANTERIORES NAO CONTAM "
003687             "NO LIMITE"
003687     END-IF.
003688     DISPLAY "================================================".
003689 2500-EXIT.
003690     EXIT.
003691*-----------------------------------------------------------*
003692*  2550-MAIOR-PERIODO - GUARDA EM WS-PERIODO-REGRA O MAIOR        *
003693*                 PERIODO DA TABELA DE PERIODOS DO ANO            *
003694*-----------------------------------------------------------*
003695 2550-MAIOR-PERIODO.
003696     IF PER-PERIODO (WS-PER-IX) > WS-PERIODO-REGRA
003697         MOVE PER-PERIODO (WS-PER-IX) TO WS-PERIODO-REGRA
003698     END-IF.
003699 2550-EXIT.
003700     EXIT.
003640*-----------------------------------------------------------*
003650*  2900-LER-HISTORICO - LE O PROXIMO REGISTRO DO GRADEHIST        *
003660*-----------------------------------------------------------*
004060         END-IF
004070         MOVE GH-MATRICULA TO WS-MATRICULA-ATUAL
004080         MOVE ZERO TO WS-ALT-QTD
004080         MOVE "N" TO WS-NOTA-EXTERNA-SW
004090     END-IF
004100     PERFORM 3100-ACUMULAR-DISCIPLINA THRU 3100-EXIT
004110     PERFORM 2900-LER-HISTORICO THRU 2900-EXIT
004140     EXIT.
004150*-----------------------------------------------------------*
004160*  3100-ACUMULAR-DISCIPLINA - ACUMULA O RESULTADO DE UM PERIODO   *
004170*                 NA DISCIPLINA (TURMA) CORRESPONDENTE DO ALUNO;  *
004170*                 O PERIODO EXTERNO CONTA COMO PERIODO CURSADO    *
004180*-----------------------------------------------------------*
004190 3100-ACUMULAR-DISCIPLINA.
004200     MOVE ZERO TO WS-ALT-ACHOU-IX
004420     ADD GH-MEDIA-FINAL TO ALT-SOMA-MEDIAS (WS-ALT-ACHOU-IX)
004430     IF GH-SITUACAO = "REPROVADO POR FALTA"
004440         MOVE "S" TO ALT-FALTA-SW (WS-ALT-ACHOU-IX)
004450     END-IF
004450     IF GH-NOTA-EXTERNA
004450         SET ALUNO-COM-NOTA-EXTERNA TO TRUE
004450     END-IF.
004460 3100-EXIT.
004470     EXIT.
004560 3150-EXIT.
004570     EXIT.
004580*-----------------------------------------------------------*
004590*  3500-FECHAR-ALUNO - FECHA UM ALUNO: O ALUNO QUE SAIU POR       *
004590*                 TRANSFERENCIA NO ANO RECEBE O RESULTADO         *
004590*                 TRANSFERIDO COM AS MEDIAS PARCIAIS, SEM         *
004590*                 PENDENCIA NEM REGRA DE PROMOCAO; OS DEMAIS      *
004590*                 PASSAM PELA APURACAO: CONFERE SE HA PERIODO     *
004600*                 FALTANDO (PENDENCIA), APURA A MEDIA ANUAL E A   *
004610*                 SITUACAO POR DISCIPLINA, APLICA A REGRA DE      *
004620*                 PROMOCAO (SOMANDO AS DEPENDENCIAS ANTERIORES    *
004621*                 NAO CUMPRIDAS QUANDO O REGIMENTO MANDA), GRAVA  *
004630*                 O RESULTADO E LIBERA AS LINHAS DA ATA           *
004640*-----------------------------------------------------------*
004650 3500-FECHAR-ALUNO.
004650     IF ALUNO-COM-NOTA-EXTERNA
004650         ADD 1 TO WS-COM-NOTA-EXTERNA
004650     END-IF
004650     PERFORM 3450-VERIFICAR-TRANSFERENCIA THRU 3450-EXIT
004650     IF ALUNO-TRANSFERIDO
004650         MOVE ZERO TO WS-QTD-REPROVADAS
004650         PERFORM 3700-APURAR-DISCIPLINA THRU 3700-EXIT
004650             VARYING WS-ALT-IX FROM 1 BY 1
004650             UNTIL WS-ALT-IX > WS-ALT-QTD
004650         MOVE "TRANSFERIDO" TO WS-RESULTADO
004650         ADD 1 TO WS-TRANSFERIDOS
004650         ADD 1 TO WS-ALUNOS-APURADOS
004650         DISPLAY "TRANSFERIDO - MATRICULA: " WS-MATRICULA-ATUAL
004650             " SAIDA EM " WS-DATA-SAIDA
004650         PERFORM 3800-GRAVAR-RESULTADO THRU 3800-EXIT
004650         PERFORM 3850-BUSCAR-NOME THRU 3850-EXIT
004650         PERFORM 3900-LIBERAR-LINHA-ATA THRU 3900-EXIT
004650             VARYING WS-ALT-IX FROM 1 BY 1
004650             UNTIL WS-ALT-IX > WS-ALT-QTD
004650         GO TO 3500-EXIT
004650     END-IF
004660     MOVE "N" TO WS-PENDENTE-SW
004670     PERFORM 3600-CONFERIR-PENDENCIA THRU 3600-EXIT
004680         VARYING WS-ALT-IX FROM 1 BY 1
004750     PERFORM 3700-APURAR-DISCIPLINA THRU 3700-EXIT
004760         VARYING WS-ALT-IX FROM 1 BY 1
004770         UNTIL WS-ALT-IX > WS-ALT-QTD
004771     PERFORM 3550-CONTAR-DEP-ANTERIORES THRU 3550-EXIT
004772     MOVE WS-QTD-REPROVADAS TO WS-QTD-PARA-LIMITE
004773     IF DEP-ANTERIOR-NO-LIMITE
004774         ADD WS-QTD-DEP-ANTERIORES TO WS-QTD-PARA-LIMITE
004775     END-IF
004776     IF WS-QTD-DEP-ANTERIORES > 0 AND DEP-ANTERIOR-NO-LIMITE
004777         DISPLAY "DEPENDENCIA ANTERIOR - MATRICULA: "
004777             WS-MATRICULA-ATUAL " REPROVADA(S) NO ANO: "
004777             WS-QTD-REPROVADAS " NAO CUMPRIDA(S) DE ANOS "
004777             "ANTERIORES: " WS-QTD-DEP-ANTERIORES
004777     END-IF
004780     IF WS-QTD-PARA-LIMITE = 0
004790         MOVE "PROMOVIDO" TO WS-RESULTADO
004800         ADD 1 TO WS-PROMOVIDOS
004810     ELSE
004820         IF WS-QTD-PARA-LIMITE <= WS-LIMITE-DEPENDENCIAS
004830             MOVE "PROMOVIDO COM DEPENDENCIA" TO WS-RESULTADO
004840             ADD 1 TO WS-COM-DEPENDENCIA
004850         ELSE
004950         UNTIL WS-ALT-IX > WS-ALT-QTD.
004960 3500-EXIT.
004970     EXIT.
004970*-----------------------------------------------------------*
004970*  3450-VERIFICAR-TRANSFERENCIA - PROCURA NO ARQUIVO              *
004970*                 TRANSFERENCIAS A ULTIMA SAIDA E A ULTIMA        *
004970*                 CHEGADA DO ALUNO NO ANO FECHADO; O ALUNO E      *
004970*                 TRANSFERIDO QUANDO SAIU NO ANO E NAO VOLTOU     *
004970*                 DEPOIS DA SAIDA                                 *
004970*-----------------------------------------------------------*
004970 3450-VERIFICAR-TRANSFERENCIA.
004970     MOVE "N"    TO WS-TRANSFERIDO-SW
004970     MOVE SPACES TO WS-DATA-SAIDA
004970     MOVE SPACES TO WS-DATA-CHEGADA
004970     IF NOT TRANSFERENCIAS-DISPONIVEL
004970         GO TO 3450-EXIT
004970     END-IF
004970     MOVE "S" TO WS-TIPO-MOVIMENTO
004970     PERFORM 3460-ULTIMO-MOVIMENTO THRU 3460-EXIT
004970     MOVE WS-DATA-MOVIMENTO TO WS-DATA-SAIDA
004970     IF WS-DATA-SAIDA = SPACES
004970         GO TO 3450-EXIT
004970     END-IF
004970     MOVE "E" TO WS-TIPO-MOVIMENTO
004970     PERFORM 3460-ULTIMO-MOVIMENTO THRU 3460-EXIT
004970     MOVE WS-DATA-MOVIMENTO TO WS-DATA-CHEGADA
004970     IF WS-DATA-SAIDA > WS-DATA-CHEGADA
004970         SET ALUNO-TRANSFERIDO TO TRUE
004970     END-IF.
004970 3450-EXIT.
004970     EXIT.
004970*-----------------------------------------------------------*
004970*  3460-ULTIMO-MOVIMENTO - DEVOLVE EM WS-DATA-MOVIMENTO A DATA    *
004970*                 DO ULTIMO MOVIMENTO DO TIPO PEDIDO (SAIDA OU    *
004970*                 CHEGADA) DO ALUNO NO ANO, OU BRANCOS            *
004970*-----------------------------------------------------------*
004970 3460-ULTIMO-MOVIMENTO.
004970     MOVE SPACES             TO WS-DATA-MOVIMENTO
004970     MOVE LOW-VALUES         TO TRF-CHAVE
004970     MOVE WS-MATRICULA-ATUAL TO TRF-MATRICULA
004970     MOVE WS-TIPO-MOVIMENTO  TO TRF-TIPO
004970     MOVE WS-ANO-PESQ        TO TRF-DATA (1:4)
004970     START TRANSFERENCIA-FILE KEY >= TRF-CHAVE
004970         INVALID KEY GO TO 3460-EXIT
004970     END-START.
004970 3460-LER.
004970     READ TRANSFERENCIA-FILE NEXT RECORD
004970         AT END GO TO 3460-EXIT
004970     END-READ.
004970     IF TRF-MATRICULA NOT = WS-MATRICULA-ATUAL
004970         OR TRF-TIPO NOT = WS-TIPO-MOVIMENTO
004970         OR TRF-DATA (1:4) NOT = WS-ANO-PESQ
004970         GO TO 3460-EXIT
004970     END-IF.
004970     MOVE TRF-DATA TO WS-DATA-MOVIMENTO.
004970     GO TO 3460-LER.
004970 3460-EXIT.
004970     EXIT.
004971*-----------------------------------------------------------*
004972*  3550-CONTAR-DEP-ANTERIORES - CONTA AS DEPENDENCIAS DO ALUNO    *
004973*                 COM ANO DE ORIGEM ANTERIOR AO ANO FECHADO QUE   *
004974*                 AINDA NAO FORAM CUMPRIDAS (PENDENTES OU EM      *
004975*                 CURSO)                                          *
004976*-----------------------------------------------------------*
004977 3550-CONTAR-DEP-ANTERIORES.
004978     MOVE ZERO TO WS-QTD-DEP-ANTERIORES
004979     MOVE WS-MATRICULA-ATUAL TO DEP-MATRICULA
004980     MOVE LOW-VALUES TO DEP-ANO-ORIGEM
004981     MOVE LOW-VALUES TO DEP-TURMA-ORIGEM
004982     START DEPENDENCIAS-FILE KEY >= DEP-CHAVE
004983         INVALID KEY GO TO 3550-EXIT
004984     END-START.
004985 3550-LER.
004986     READ DEPENDENCIAS-FILE NEXT RECORD
004987         AT END GO TO 3550-FIM
004988     END-READ.
004989     IF DEP-MATRICULA NOT = WS-MATRICULA-ATUAL
004990         OR DEP-ANO-ORIGEM NOT < WS-ANO-PESQ
004991         GO TO 3550-FIM
004992     END-IF.
004993     IF NOT DEP-CUMPRIDA
004994         ADD 1 TO WS-QTD-DEP-ANTERIORES
004995     END-IF.
004996     GO TO 3550-LER.
004997 3550-FIM.
004998     IF WS-QTD-DEP-ANTERIORES > 0
004999         ADD 1 TO WS-COM-DEP-ANTERIOR
004999     END-IF.
004999 3550-EXIT.
004999     EXIT.
004980*-----------------------------------------------------------*
004990*  3600-CONFERIR-PENDENCIA - CONFERE UMA DISCIPLINA DO ALUNO      *
005000*                 CONTRA O MAPA DA GRADE: MENOS PERIODOS DO QUE   *
005280*-----------------------------------------------------------*
005290*  3700-APURAR-DISCIPLINA - APURA A MEDIA ANUAL E A SITUACAO DE   *
005300*                 UMA DISCIPLINA DO ALUNO: MEDIA ANUAL MINIMA     *
005310*                 DO REGIMENTO E NENHUM PERIODO REPROVADO POR     *
005311*                 FALTA                                           *
005320*-----------------------------------------------------------*
005330 3700-APURAR-DISCIPLINA.
005340     COMPUTE ALT-MEDIA-ANUAL (WS-ALT-IX) ROUNDED =
005460*-----------------------------------------------------------*
005470*  3800-GRAVAR-RESULTADO - GRAVA (OU REGRAVA) O RESULTADO ANUAL   *
005480*                 DO ALUNO NO ARQUIVO PERMANENTE ANUALRESULT,     *
005490*                 COM AS DISCIPLINAS EM DEPENDENCIA, E ATUALIZA   *
005491*                 AS DEPENDENCIAS DO ANO NO ARQUIVO DEPENDENCIAS. *
005491*                 O TRANSFERIDO NAO TEM DISCIPLINA EM DEPENDENCIA *
005500*-----------------------------------------------------------*
005510 3800-GRAVAR-RESULTADO.
005520     MOVE WS-MATRICULA-ATUAL TO AR-MATRICULA
005600     WRITE ANUAL-RESULT-RECORD
005610         INVALID KEY
005620             REWRITE ANUAL-RESULT-RECORD
005630     END-WRITE
005631     PERFORM 3820-LIMPAR-DEPENDENCIAS THRU 3820-EXIT
005632     IF WS-RESULTADO = "PROMOVIDO COM DEPENDENCIA"
005633         PERFORM 3830-GRAVAR-DEPENDENCIA THRU 3830-EXIT
005634             VARYING WS-ALT-IX FROM 1 BY 1
005635             UNTIL WS-ALT-IX > WS-ALT-QTD
005636     END-IF.
005640 3800-EXIT.
005650     EXIT.
005660*-----------------------------------------------------------*
005700 3810-CARREGAR-DEPENDENCIA.
005710     IF ALT-APROVADA-SW (WS-ALT-IX) = "N"
005720         AND AR-QTD-DEPENDENCIAS < 10
005720         AND NOT ALUNO-TRANSFERIDO
005730         ADD 1 TO AR-QTD-DEPENDENCIAS
005740         MOVE ALT-TURMA (WS-ALT-IX)
005750             TO AR-DEP-TURMA (AR-QTD-DEPENDENCIAS)
005760     END-IF.
005770 3810-EXIT.
005780     EXIT.
005781*-----------------------------------------------------------*
005782*  3820-LIMPAR-DEPENDENCIAS - REMOVE AS DEPENDENCIAS AINDA NAO    *
005783*                 CUMPRIDAS QUE UMA EXECUCAO ANTERIOR DO MESMO    *
005784*                 ANO GRAVOU PARA O ALUNO (REEXECUCAO)            *
005785*-----------------------------------------------------------*
005786 3820-LIMPAR-DEPENDENCIAS.
005787     MOVE WS-MATRICULA-ATUAL TO DEP-MATRICULA
005788     MOVE WS-ANO-PESQ        TO DEP-ANO-ORIGEM
005789     MOVE LOW-VALUES         TO DEP-TURMA-ORIGEM
005790     START DEPENDENCIAS-FILE KEY >= DEP-CHAVE
005791         INVALID KEY GO TO 3820-EXIT
005792     END-START.
005793 3820-LER.
005794     READ DEPENDENCIAS-FILE NEXT RECORD
005795         AT END GO TO 3820-EXIT
005796     END-READ.
005797     IF DEP-MATRICULA NOT = WS-MATRICULA-ATUAL
005798         OR DEP-ANO-ORIGEM NOT = WS-ANO-PESQ
005799         GO TO 3820-EXIT
005800     END-IF.
005801     IF NOT DEP-CUMPRIDA
005802         DELETE DEPENDENCIAS-FILE RECORD
005803     END-IF.
005804     GO TO 3820-LER.
005805 3820-EXIT.
005806     EXIT.
005807*-----------------------------------------------------------*
005808*  3830-GRAVAR-DEPENDENCIA - GRAVA COMO PENDENTE UMA DISCIPLINA   *
005809*                 REPROVADA DO ALUNO PROMOVIDO COM DEPENDENCIA,   *
005810*                 COM O NOME DA DISCIPLINA DO TURMAMASTER (QUE    *
005811*                 IDENTIFICA A DISCIPLINA NOS ANOS SEGUINTES,     *
005812*                 QUANDO O CODIGO DE TURMA MUDA)                  *
005813*-----------------------------------------------------------*
005814 3830-GRAVAR-DEPENDENCIA.
005815     IF ALT-APROVADA-SW (WS-ALT-IX) NOT = "N"
005816         GO TO 3830-EXIT
005817     END-IF
005818     MOVE ALT-TURMA (WS-ALT-IX) TO TRM-TURMA
005819     READ TURMA-MASTER-FILE
005820         INVALID KEY
005821             MOVE SPACES TO TRM-NOME-DISCIPLINA
005822             DISPLAY "AVISO: TURMA " ALT-TURMA (WS-ALT-IX)
005823                 " SEM CADASTRO NO TURMAMASTER - DEPENDENCIA "
005824                 "GRAVADA SEM O NOME DA DISCIPLINA"
005825     END-READ
005826     MOVE WS-MATRICULA-ATUAL          TO DEP-MATRICULA
005827     MOVE WS-ANO-PESQ                 TO DEP-ANO-ORIGEM
005828     MOVE ALT-TURMA (WS-ALT-IX)       TO DEP-TURMA-ORIGEM
005829     MOVE TRM-NOME-DISCIPLINA         TO DEP-DISCIPLINA
005830     MOVE ALT-MEDIA-ANUAL (WS-ALT-IX) TO DEP-MEDIA-ORIGEM
005831     MOVE "P"                         TO DEP-SITUACAO
005832     MOVE SPACES                      TO DEP-PERIODO-CUMPRIMENTO
005833     MOVE SPACES                      TO DEP-TURMA-CUMPRIMENTO
005834     MOVE ZEROS                       TO DEP-MEDIA-CUMPRIMENTO
005835     MOVE WS-DATA-EXECUCAO            TO DEP-DATA-SITUACAO
005836     WRITE DEPENDENCIA-RECORD
005837         INVALID KEY
005838             ADD 1 TO WS-DEP-DUPLICADAS
005838             DISPLAY "AVISO: DEPENDENCIA JA REGISTRADA - "
005838                 "MATRICULA " WS-MATRICULA-ATUAL
005838                 " TURMA " ALT-TURMA (WS-ALT-IX)
005838             GO TO 3830-EXIT
005839     END-WRITE
005840     ADD 1 TO WS-DEP-GRAVADAS.
005841 3830-EXIT.
005842     EXIT.
005790*-----------------------------------------------------------*
005800*  3850-BUSCAR-NOME - LE O NOME OFICIAL DO ALUNO NO CADASTRO      *
005810*                 MESTRE PARA A ATA; MATRICULA SEM CADASTRO E     *
005960     EXIT.
005970*-----------------------------------------------------------*
005980*  3900-LIBERAR-LINHA-ATA - LIBERA PARA O SORT UMA LINHA DA ATA   *
005990*                 (UMA DISCIPLINA DO ALUNO NO ANO); PARA O        *
005990*                 TRANSFERIDO A MEDIA E PARCIAL                   *
006000*-----------------------------------------------------------*
006010 3900-LIBERAR-LINHA-ATA.
006020     MOVE ALT-TURMA (WS-ALT-IX)       TO SRT-TURMA
006030     MOVE WS-NOME-ALUNO               TO SRT-NOME
006040     MOVE WS-MATRICULA-ATUAL          TO SRT-MATRICULA
006050     MOVE ALT-MEDIA-ANUAL (WS-ALT-IX) TO SRT-MEDIA-ANUAL
006060     IF ALUNO-TRANSFERIDO
006060         MOVE "PARCIAL"   TO SRT-SITUACAO-DISC
006060     ELSE
006060         IF ALT-APROVADA-SW (WS-ALT-IX) = "S"
006070             MOVE "APROVADA"  TO SRT-SITUACAO-DISC
006080         ELSE
006090             MOVE "REPROVADA" TO SRT-SITUACAO-DISC
006100         END-IF
006100     END-IF
006110     MOVE WS-RESULTADO                TO SRT-RESULTADO
006120     RELEASE SORT-RECORD.
006650     END-RETURN.
006660 7900-EXIT.
006670     EXIT.
006670*-----------------------------------------------------------*
006670*  8900-FECHAR-TRANSFERENCIAS - FECHA O ARQUIVO TRANSFERENCIAS    *
006670*                 QUANDO ELE FOI ABERTO                           *
006670*-----------------------------------------------------------*
006670 8900-FECHAR-TRANSFERENCIAS.
006670     IF TRANSFERENCIAS-DISPONIVEL
006670         CLOSE TRANSFERENCIA-FILE
006670     END-IF.
006670 8900-EXIT.
006670     EXIT.
006680*-----------------------------------------------------------*
006690*  9000-FINALIZAR - EMITE O RESUMO DO FECHAMENTO E FECHA OS       *
006700*                 ARQUIVOS                                        *
006760     DISPLAY "PROMOVIDOS ................: " WS-PROMOVIDOS
006770     DISPLAY "PROMOVIDOS COM DEPENDENCIA : " WS-COM-DEPENDENCIA
006780     DISPLAY "RETIDOS ...................: " WS-RETIDOS
006780     DISPLAY "TRANSFERIDOS ..............: " WS-TRANSFERIDOS
006790     DISPLAY "ALUNOS COM PENDENCIA ......: " WS-PENDENCIAS
006791     DISPLAY "DEPENDENCIAS GRAVADAS .....: " WS-DEP-GRAVADAS
006791     DISPLAY "DEPENDENCIAS JA REGISTRADAS: " WS-DEP-DUPLICADAS
006791     DISPLAY "ALUNOS COM MEDIA EXTERNA ..: " WS-COM-NOTA-EXTERNA
006792     DISPLAY "ALUNOS COM DEPENDENCIA DE ANOS ANTERIORES "
006793         "NAO CUMPRIDA: " WS-COM-DEP-ANTERIOR
006800     IF WS-PENDENCIAS > 0
006810         DISPLAY "HA PENDENCIAS - COMPLETE O HISTORICO E "
006820             "REEXECUTE O FECHAMENTO ANTES DE LAVRAR A ATA"
006830         MOVE 8 TO RETURN-CODE
006840     END-IF
006841     IF WS-DEP-DUPLICADAS > 0
006842         MOVE 8 TO RETURN-CODE
006843     END-IF
006850     DISPLAY "================================================"
006860     CLOSE GRADE-HIST-FILE
006870     CLOSE STUDENT-MASTER-FILE
006880     CLOSE ANUAL-RESULT-FILE
006881     CLOSE TURMA-MASTER-FILE
006882     CLOSE DEPENDENCIAS-FILE
006882     PERFORM 8900-FECHAR-TRANSFERENCIAS THRU 8900-EXIT.
006890 9000-EXIT.
006900     EXIT.
006910 END PROGRAM FECHAMENTO-ANUAL.
