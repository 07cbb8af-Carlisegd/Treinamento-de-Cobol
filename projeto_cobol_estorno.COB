000100*****************************************************************
000110* PROGRAM-ID : ESTORNO-EXECUCAO
000120* AUTHOR     : CARLISE DEBONA
000130* INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS
000140* DATE-WRITTEN: 15/10/2026
000150* PURPOSE    : DESFAZ UMA EXECUCAO DO MEDIA-ALUNOS (MODOS N, E, R
000160*              OU C) IDENTIFICADA PELA DATA E HORA DE INICIO DO
000170*              SEU REGISTRO DE ABERTURA NO LIVRO DE EXECUCOES
000180*              (RUNLOG, LISTADO PELO LISTA-EXECUCOES). CADA
000190*              REGISTRO DO GRADEHIST ALTERADO PELA EXECUCAO VOLTA
000200*              A IMAGEM ANTERIOR GUARDADA NO HISTESTORNO (OU E
000210*              EXCLUIDO, QUANDO FOI CRIADO PELA EXECUCAO); OS
000220*              REGISTROS DA AUDITMSTR GRAVADOS POR ELA SAO
000230*              MARCADOS COMO ESTORNADOS E, NO MODO DE CORRECAO, OS
000240*              PROTOCOLOS DE REVISAO APLICADOS VOLTAM A DEFERIDOS
000250*              NAO APLICADOS. O ESTORNO GRAVA NO RUNLOG UM
000260*              REGISTRO PROPRIO ("X") E EMITE O RELATORIO DO QUE
000270*              FOI DESFEITO, COM A LISTA DOS ALUNOS QUE JA TINHAM
000280*              IDO NO SISEXTRACT E PRECISAM SER CORRIGIDOS NO
000290*              SISTEMA ACADEMICO.
000300*****************************************************************
000310* MODIFICATION HISTORY
000320* -----------------------------------------------------------
000330* DATE       INIT DESCRIPTION
000340* 15/10/2026 CD   VERSAO INICIAL. PARAMETRO NO ARQUIVO ESTPARM
000350*                 (DATA AAAAMMDD E HORA DE INICIO DA EXECUCAO).
000360*                 REGISTRO DO GRADEHIST ALTERADO DEPOIS POR OUTRA
000370*                 EXECUCAO NAO E RESTAURADO: SAI NO RELATORIO
000380*                 COMO NAO RESTAURADO E O ESTORNO TERMINA COM
000390*                 RETURN-CODE 8, ASSIM COMO QUANDO HA ALUNO A
000400*                 CORRIGIR NO SISTEMA ACADEMICO. UM ESTORNO
000410*                 INTERROMPIDO PODE SER REEXECUTADO: IMAGEM E
000420*                 AUDITORIA JA MARCADAS NAO SAO TRATADAS DE NOVO.
000430*                 EXECUCAO NORMAL OU DE REENTRADA INTERROMPIDA E
000440*                 SEM EXECUCAO POSTERIOR TEM O CHECKPOINTLOG
000450*                 ESVAZIADO, PARA O REPROCESSAMENTO NAO RETOMAR O
000460*                 LOTE DESFEITO.
000460* 15/10/2026 CD   O GRADEHIST GANHOU A ORIGEM DA MEDIA E A ESCOLA
000460*                 DE ORIGEM; A RESTAURACAO DEVOLVE TAMBEM A ORIGEM
000460*                 ANTERIOR (MEDIA EXTERNA SUBSTITUIDA PELA
000460*                 EXECUCAO VOLTA A SER EXTERNA).
000460* 15/10/2026 CD   O AUDITMSTR E O GRADEHIST GRAVADOS NO LEIAUTE
000460*                 ANTERIOR PRECISAM DE CONVERSAO UNICA DE LEIAUTE
000460*                 (CONVERSAO-LEIAUTE) ANTES DO PRIMEIRO LOTE COM
000460*                 ESTA VERSAO.
000460* 15/10/2026 CD   FALHA AO MARCAR IMAGEM OU AUDITORIA OU AO
000460*                 REABRIR PROTOCOLO E CONTADA; HAVENDO FALHA O
000460*                 REGISTRO "X" NAO E GRAVADO NO RUNLOG E O ESTORNO
000460*                 TERMINA COM RETURN-CODE 16, PODENDO SER
000460*                 REEXECUTADO. O PROTOCOLO E REABERTO ANTES DE
000460*                 MARCAR A AUDITORIA E REGISTRO JA RESTAURADO POR
000460*                 ESTORNO INTERROMPIDO NAO SAI COMO NAO
000460*                 RESTAURADO.
000470* -----------------------------------------------------------
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. ESTORNO-EXECUCAO.
000500 AUTHOR. CARLISE DEBONA.
000510 INSTALLATION. SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS.
000520 DATE-WRITTEN. 15/10/2026.
000530 DATE-COMPILED.
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT EST-PARM-FILE ASSIGN TO "ESTPARM"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PARM-STATUS.
000600     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RUNLOG-STATUS.
000630     SELECT HIST-ESTORNO-FILE ASSIGN TO "HISTESTORNO"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS HES-CHAVE
000670         FILE STATUS IS WS-HEST-STATUS.
000680     SELECT GRADE-HIST-FILE ASSIGN TO "GRADEHIST"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS GH-CHAVE
000720         FILE STATUS IS WS-HIST-STATUS.
000730     SELECT AUDIT-FILE ASSIGN TO "AUDITMSTR"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS AUD-CHAVE
000770         FILE STATUS IS WS-AUDIT-STATUS.
000780     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTMASTER"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS MST-MATRICULA
000820         FILE STATUS IS WS-MASTER-STATUS.
000830     SELECT PROT-REVISAO-FILE ASSIGN TO "PROTREVISAO"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS PRT-NUMERO
000870         FILE STATUS IS WS-PROT-STATUS.
000880     SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPOINTLOG"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-CHECKPOINT-STATUS.
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  EST-PARM-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  EST-PARM-RECORD.
000960     05 PRM-DATA-EXECUCAO          PIC X(08).
000970     05 PRM-HORA-INICIO            PIC X(08).
000980 FD  RUN-LOG-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  RUN-LOG-RECORD.
001010     05 RL-TIPO-REGISTRO           PIC X(01).
001020         88 RL-REG-ABERTURA                  VALUE "A".
001030         88 RL-REG-ENCERRAMENTO              VALUE "E".
001040         88 RL-REG-ESTORNO                   VALUE "X".
001050     05 RL-MODO                    PIC X(01).
001060     05 RL-PERIODO-LETIVO          PIC X(06).
001070     05 RL-DATA-REFERENCIA         PIC X(08).
001080     05 RL-DATA-EXECUCAO           PIC X(08).
001090     05 RL-HORA-INICIO             PIC X(08).
001100     05 RL-HORA-FIM                PIC X(08).
001110     05 RL-QTD-PROCESSADOS         PIC 9(07).
001120     05 RL-QTD-REJEITADOS          PIC 9(05).
001130     05 RL-SIS-GRAVADOS            PIC 9(07).
001140     05 RL-RETURN-CODE             PIC 9(02).
001150     05 RL-ESTORNO-DATA-EXECUCAO   PIC X(08).
001160     05 RL-ESTORNO-HORA-INICIO     PIC X(08).
001170 FD  HIST-ESTORNO-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  HIST-ESTORNO-RECORD.
001200     05 HES-CHAVE.
001210         10 HES-DATA-EXECUCAO      PIC X(08).
001220         10 HES-HORA-EXECUCAO      PIC X(08).
001230         10 HES-MATRICULA          PIC X(09).
001240         10 HES-PERIODO-LETIVO     PIC X(06).
001250         10 HES-TURMA              PIC X(06).
001260     05 HES-MODO                   PIC X(01).
001270     05 HES-EXISTIA                PIC X(01).
001280         88 HES-REGISTRO-NOVO                VALUE "N".
001290     05 HES-MEDIA-ANTERIOR         PIC 9(03)V9(02).
001300     05 HES-SITUACAO-ANTERIOR      PIC X(20).
001310     05 HES-MEDIA-GRAVADA          PIC 9(03)V9(02).
001320     05 HES-SITUACAO-GRAVADA       PIC X(20).
001330     05 HES-SIS-EMITIDO            PIC X(01).
001340     05 HES-ESTORNO                PIC X(01).
001350         88 HES-ESTORNADA                    VALUE "S".
001360         88 HES-NAO-RESTAURADA               VALUE "I".
001370     05 HES-DATA-ESTORNO           PIC X(08).
001370     05 HES-ORIGEM-ANTERIOR        PIC X(01).
001370     05 HES-ESCOLA-ANTERIOR        PIC X(40).
001380 FD  GRADE-HIST-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 01  GRADE-HIST-RECORD.
001410     05 GH-CHAVE.
001420         10 GH-MATRICULA           PIC X(09).
001430         10 GH-PERIODO-LETIVO      PIC X(06).
001440         10 GH-TURMA               PIC X(06).
001450     05 GH-MEDIA-FINAL             PIC 9(03)V9(02).
001460     05 GH-SITUACAO                PIC X(20).
001460     05 GH-ORIGEM                  PIC X(01).
001460         88 GH-NOTA-EXTERNA                  VALUE "E".
001460     05 GH-ESCOLA-ORIGEM           PIC X(40).
001470 FD  AUDIT-FILE
001480     LABEL RECORDS ARE STANDARD.
001490 01  AUDIT-RECORD.
001500     05 AUD-CHAVE.
001510         10 AUD-MATRICULA          PIC X(09).
001520         10 AUD-PERIODO-LETIVO     PIC X(06).
001530         10 AUD-DATA-EXECUCAO      PIC X(08).
001540         10 AUD-HORA-EXECUCAO      PIC X(08).
001550         10 AUD-TURMA              PIC X(06).
001560         10 AUD-SEQUENCIA          PIC 9(03).
001570     05 AUD-QTD-NOTAS              PIC 9(02).
001580     05 AUD-NOTAS-GRUPO.
001590         10 AUD-NOTAS OCCURS 10 TIMES PIC 9(03).
001600     05 AUD-USA-PESO               PIC X(01).
001610     05 AUD-PESOS-GRUPO.
001620         10 AUD-PESOS OCCURS 10 TIMES PIC 9(02).
001630     05 AUD-TOTALSOMA              PIC 9(05).
001640     05 AUD-TOTALMEDIA             PIC 9(03)V9(02).
001650     05 AUD-TIPO-REGISTRO          PIC X(01).
001660         88 AUD-RECALC-CORRECAO             VALUE "C".
001670     05 AUD-MEDIA-ANTERIOR         PIC 9(03)V9(02).
001680     05 AUD-AULAS-DADAS            PIC 9(03).
001690     05 AUD-PRESENCAS              PIC 9(03).
001700     05 AUD-PERC-FREQUENCIA        PIC 9(03)V9(02).
001710     05 AUD-FREQ-APURADA           PIC X(01).
001720     05 AUD-PROTOCOLO              PIC 9(07).
001730     05 AUD-ESTORNO                PIC X(01).
001740         88 AUD-ESTORNADO                    VALUE "S".
001750     05 AUD-DATA-ESTORNO           PIC X(08).
001760 FD  STUDENT-MASTER-FILE
001770     LABEL RECORDS ARE STANDARD.
001780 01  STUDENT-MASTER-RECORD.
001790     05 MST-MATRICULA              PIC X(09).
001800     05 MST-NOME-OFICIAL           PIC X(30).
001810     05 MST-STATUS-MATRICULA       PIC X(01).
001820 FD  PROT-REVISAO-FILE
001830     LABEL RECORDS ARE STANDARD.
001840 01  PROT-REVISAO-RECORD.
001850     05 PRT-NUMERO                 PIC 9(07).
001860     05 PRT-MATRICULA              PIC X(09).
001870     05 PRT-TURMA                  PIC X(06).
001880     05 PRT-PERIODO-LETIVO         PIC X(06).
001890     05 PRT-POSICAO                PIC 9(02).
001900     05 PRT-SOLICITANTE            PIC X(30).
001910     05 PRT-JUSTIFICATIVA          PIC X(40).
001920     05 PRT-DATA-ENTRADA           PIC X(08).
001930     05 PRT-PRAZO                  PIC X(08).
001940     05 PRT-SITUACAO               PIC X(01).
001950         88 PRT-ABERTO                       VALUE "A".
001960         88 PRT-DEFERIDO                     VALUE "D".
001970         88 PRT-INDEFERIDO                   VALUE "I".
001980     05 PRT-NOTA-NOVA              PIC 9(03).
001990     05 PRT-RESPONSAVEL            PIC X(30).
002000     05 PRT-DATA-DECISAO           PIC X(08).
002010     05 PRT-PARECER                PIC X(40).
002020     05 PRT-DATA-GERACAO           PIC X(08).
002030     05 PRT-DATA-APLICACAO         PIC X(08).
002040     05 PRT-HORA-APLICACAO         PIC X(08).
002050 FD  CHECKPOINT-FILE
002060     LABEL RECORDS ARE STANDARD.
002070 01  CHECKPOINT-RECORD             PIC X(80).
002080 WORKING-STORAGE SECTION.
002090 77 WS-PARM-STATUS              PIC X(02) VALUE SPACES.
002100 77 WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.
002110 77 WS-HEST-STATUS              PIC X(02) VALUE SPACES.
002120 77 WS-HIST-STATUS              PIC X(02) VALUE SPACES.
002130 77 WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
002140 77 WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
002150 77 WS-PROT-STATUS              PIC X(02) VALUE SPACES.
002160 77 WS-CHECKPOINT-STATUS        PIC X(02) VALUE SPACES.
002170 77 WS-DATA-ALVO                PIC X(08) VALUE SPACES.
002180 77 WS-HORA-ALVO                PIC X(08) VALUE SPACES.
002190 77 WS-DATA-EXECUCAO            PIC X(08) VALUE SPACES.
002200 77 WS-HORA-INICIO              PIC X(08) VALUE SPACES.
002210 77 WS-HORA-FIM                 PIC X(08) VALUE SPACES.
002220 77 WS-ALVO-MODO                PIC X(01) VALUE SPACES.
002230     88 ALVO-MODO-CORRECAO              VALUE "C".
002240     88 ALVO-MODO-LOTE                  VALUE "N" " " "E".
002250 77 WS-ALVO-PERIODO             PIC X(06) VALUE SPACES.
002260 77 WS-ALVO-REFERENCIA          PIC X(08) VALUE SPACES.
002270 77 WS-ALVO-RETURN-CODE         PIC X(02) VALUE SPACES.
002280 77 WS-ABERTURA-SW              PIC X(01) VALUE "N".
002290     88 ABERTURA-ACHADA                 VALUE "S".
002300 77 WS-ENCERRAMENTO-SW          PIC X(01) VALUE "N".
002310     88 ENCERRAMENTO-ACHADO             VALUE "S".
002320 77 WS-JA-ESTORNADA-SW          PIC X(01) VALUE "N".
002330     88 EXECUCAO-JA-ESTORNADA           VALUE "S".
002340 77 WS-DATA-ESTORNO-ANTERIOR    PIC X(08) VALUE SPACES.
002350 77 WS-EXECUCOES-POSTERIORES    PIC 9(05) COMP VALUE ZERO.
002360 77 WS-RUNLOG-EOF-SW            PIC X(01) VALUE "N".
002370     88 FIM-DO-RUNLOG                   VALUE "S".
002380 77 WS-HES-EOF-SW               PIC X(01) VALUE "N".
002390     88 FIM-DAS-IMAGENS                 VALUE "S".
002400 77 WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
002410     88 FIM-DA-AUDITORIA                VALUE "S".
002420 77 WS-NOME-ALUNO               PIC X(30) VALUE SPACES.
002430 77 WS-MEDIA-GRAVADA-ED         PIC ZZ9.99 VALUE ZEROS.
002440 77 WS-MEDIA-RESTAURADA-ED      PIC ZZ9.99 VALUE ZEROS.
002450 77 WS-IMAGENS-LIDAS            PIC 9(07) COMP VALUE ZERO.
002460 77 WS-RESTAURADOS              PIC 9(07) COMP VALUE ZERO.
002470 77 WS-EXCLUIDOS                PIC 9(07) COMP VALUE ZERO.
002480 77 WS-NAO-RESTAURADOS          PIC 9(05) COMP VALUE ZERO.
002490 77 WS-JA-ESTORNADOS            PIC 9(07) COMP VALUE ZERO.
002500 77 WS-AUDITORIA-MARCADOS       PIC 9(07) COMP VALUE ZERO.
002510 77 WS-PROTOCOLOS-REABERTOS     PIC 9(05) COMP VALUE ZERO.
002510 77 WS-FALHAS-GRAVACAO          PIC 9(05) COMP VALUE ZERO.
002510 77 WS-REABERTURA-SW            PIC X(01) VALUE "N".
002510     88 REABERTURA-FALHOU               VALUE "S".
002520 77 WS-SIS-QTD                  PIC 9(04) COMP VALUE ZERO.
002530 77 WS-SIS-IX                   PIC 9(04) COMP VALUE ZERO.
002540 77 WS-SIS-LIMITE               PIC 9(04) COMP VALUE 2000.
002550 77 WS-SIS-AFETADOS             PIC 9(07) COMP VALUE ZERO.
002560 01 WS-SIS-TABELA.
002570     05 SIS-ENT OCCURS 2000 TIMES.
002580         10 SIS-T-MATRICULA        PIC X(09).
002590         10 SIS-T-TURMA            PIC X(06).
002600         10 SIS-T-NOME             PIC X(30).
002610         10 SIS-T-MEDIA-GRAVADA    PIC 9(03)V9(02).
002620         10 SIS-T-MEDIA-RESTAURADA PIC 9(03)V9(02).
002630         10 SIS-T-SITUACAO         PIC X(20).
002640 PROCEDURE DIVISION.
002650*-----------------------------------------------------------*
002660*  0000-MAINLINE                                            *
002670*-----------------------------------------------------------*
002680 0000-MAINLINE.
002690     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002700     PERFORM 2000-ESTORNAR-IMAGEM THRU 2000-EXIT
002710         UNTIL FIM-DAS-IMAGENS.
002720     PERFORM 3000-MARCAR-AUDITORIA THRU 3000-EXIT
002730         UNTIL FIM-DA-AUDITORIA.
002740     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002750     STOP RUN.
002760*-----------------------------------------------------------*
002770*  1000-INICIALIZAR - LE A EXECUCAO A ESTORNAR, CONFERE NO       *
002780*                 RUNLOG QUE ELA EXISTE E AINDA NAO FOI          *
002790*                 ESTORNADA, ABRE OS ARQUIVOS E POSICIONA NA     *
002800*                 PRIMEIRA IMAGEM GUARDADA PELA EXECUCAO         *
002810*-----------------------------------------------------------*
002820 1000-INICIALIZAR.
002830     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
002840     ACCEPT WS-HORA-INICIO FROM TIME.
002850     OPEN INPUT EST-PARM-FILE.
002860     IF WS-PARM-STATUS NOT = "00"
002870         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
002880             "PARAMETROS ESTPARM - STATUS: " WS-PARM-STATUS
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF.
002920     READ EST-PARM-FILE
002930         AT END MOVE SPACES TO EST-PARM-RECORD
002940     END-READ.
002950     CLOSE EST-PARM-FILE.
002960     IF PRM-DATA-EXECUCAO = SPACES OR PRM-HORA-INICIO = SPACES
002970         DISPLAY "ERRO: INFORME NO ESTPARM A DATA E A HORA DE "
002980             "INICIO DA EXECUCAO A ESTORNAR (RUNLOG)"
002990         MOVE 16 TO RETURN-CODE
003000         STOP RUN
003010     END-IF.
003020     MOVE PRM-DATA-EXECUCAO TO WS-DATA-ALVO.
003030     MOVE PRM-HORA-INICIO   TO WS-HORA-ALVO.
003040     PERFORM 1100-CONFERIR-RUNLOG THRU 1100-EXIT.
003050     DISPLAY "=========== ESTORNO DE EXECUCAO ================"
003060     DISPLAY "EXECUCAO ESTORNADA: " WS-DATA-ALVO " " WS-HORA-ALVO
003070         " MODO: " WS-ALVO-MODO
003080     DISPLAY "PERIODO LETIVO ...: " WS-ALVO-PERIODO
003090         " REFERENCIA: " WS-ALVO-REFERENCIA
003100     IF ENCERRAMENTO-ACHADO
003110         DISPLAY "ENCERRADA COM RETURN-CODE " WS-ALVO-RETURN-CODE
003120     ELSE
003130         DISPLAY "AVISO: EXECUCAO SEM ENCERRAMENTO NO RUNLOG "
003140             "(INTERROMPIDA) - ESTORNADO O QUE ELA GRAVOU"
003150     END-IF
003160     IF WS-EXECUCOES-POSTERIORES > 0
003170         DISPLAY "AVISO: " WS-EXECUCOES-POSTERIORES
003180             " EXECUCOES POSTERIORES NO RUNLOG - REGISTROS "
003190             "ALTERADOS POR ELAS NAO SERAO RESTAURADOS"
003200     END-IF
003210     OPEN I-O HIST-ESTORNO-FILE.
003220     IF WS-HEST-STATUS NOT = "00"
003230         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
003240             "IMAGENS HISTESTORNO - STATUS: " WS-HEST-STATUS
003250         MOVE 16 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280     MOVE LOW-VALUES   TO HES-CHAVE.
003290     MOVE WS-DATA-ALVO TO HES-DATA-EXECUCAO.
003300     MOVE WS-HORA-ALVO TO HES-HORA-EXECUCAO.
003310     START HIST-ESTORNO-FILE KEY >= HES-CHAVE
003320         INVALID KEY SET FIM-DAS-IMAGENS TO TRUE
003330     END-START.
003340     IF NOT FIM-DAS-IMAGENS
003350         PERFORM 2900-LER-IMAGEM THRU 2900-EXIT
003360     END-IF.
003370     IF FIM-DAS-IMAGENS
003380         DISPLAY "ERRO: NENHUMA IMAGEM ANTERIOR GUARDADA PARA A "
003390             "EXECUCAO - NADA A ESTORNAR"
003400         CLOSE HIST-ESTORNO-FILE
003410         MOVE 16 TO RETURN-CODE
003420         STOP RUN
003430     END-IF.
003440     OPEN I-O GRADE-HIST-FILE.
003450     IF WS-HIST-STATUS NOT = "00"
003460         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O HISTORICO "
003470             "GRADEHIST - STATUS: " WS-HIST-STATUS
003480         CLOSE HIST-ESTORNO-FILE
003490         MOVE 16 TO RETURN-CODE
003500         STOP RUN
003510     END-IF.
003520     OPEN I-O AUDIT-FILE.
003530     IF WS-AUDIT-STATUS NOT = "00"
003540         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR A BASE DE "
003550             "AUDITORIA AUDITMSTR - STATUS: " WS-AUDIT-STATUS
003560         CLOSE HIST-ESTORNO-FILE
003570         CLOSE GRADE-HIST-FILE
003580         MOVE 16 TO RETURN-CODE
003590         STOP RUN
003600     END-IF.
003610     OPEN INPUT STUDENT-MASTER-FILE.
003620     IF WS-MASTER-STATUS NOT = "00"
003630         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO "
003640             "MESTRE STUDENTMASTER - STATUS: " WS-MASTER-STATUS
003650         CLOSE HIST-ESTORNO-FILE
003660         CLOSE GRADE-HIST-FILE
003670         CLOSE AUDIT-FILE
003680         MOVE 16 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710     IF ALVO-MODO-CORRECAO
003720         OPEN I-O PROT-REVISAO-FILE
003730         IF WS-PROT-STATUS NOT = "00"
003740             DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO DE "
003750                 "PROTOCOLOS PROTREVISAO - STATUS: "
003760                 WS-PROT-STATUS
003770             CLOSE HIST-ESTORNO-FILE
003780             CLOSE GRADE-HIST-FILE
003790             CLOSE AUDIT-FILE
003800             CLOSE STUDENT-MASTER-FILE
003810             MOVE 16 TO RETURN-CODE
003820             STOP RUN
003830         END-IF
003840     END-IF.
003850     DISPLAY "================================================"
003860     DISPLAY "REGISTROS DO GRADEHIST DESFEITOS:".
003870 1000-EXIT.
003880     EXIT.
003890*-----------------------------------------------------------*
003900*  1100-CONFERIR-RUNLOG - PROCURA NO LIVRO DE EXECUCOES A        *
003910*                 ABERTURA DA EXECUCAO (MODO, PERIODO E DATA     *
003920*                 DE REFERENCIA), O SEU ENCERRAMENTO, UM         *
003930*                 ESTORNO ANTERIOR DELA E AS EXECUCOES QUE       *
003940*                 VIERAM DEPOIS. EXECUCAO INEXISTENTE OU JA      *
003950*                 ESTORNADA ENCERRA COM RETURN-CODE 16           *
003960*-----------------------------------------------------------*
003970 1100-CONFERIR-RUNLOG.
003980     OPEN INPUT RUN-LOG-FILE.
003990     IF WS-RUNLOG-STATUS NOT = "00"
004000         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O LIVRO DE "
004010             "EXECUCOES RUNLOG - STATUS: " WS-RUNLOG-STATUS
004020         MOVE 16 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050 1100-LER.
004060     READ RUN-LOG-FILE
004070         AT END
004080             CLOSE RUN-LOG-FILE
004090             GO TO 1100-CONFERIR
004100     END-READ.
004110     IF RL-REG-ESTORNO
004120         IF RL-ESTORNO-DATA-EXECUCAO = WS-DATA-ALVO
004130             AND RL-ESTORNO-HORA-INICIO = WS-HORA-ALVO
004140             SET EXECUCAO-JA-ESTORNADA TO TRUE
004150             MOVE RL-DATA-EXECUCAO TO WS-DATA-ESTORNO-ANTERIOR
004160         END-IF
004170         GO TO 1100-LER
004180     END-IF.
004190     IF RL-DATA-EXECUCAO NOT = WS-DATA-ALVO
004200         OR RL-HORA-INICIO NOT = WS-HORA-ALVO
004210         IF RL-REG-ABERTURA AND ABERTURA-ACHADA
004220             ADD 1 TO WS-EXECUCOES-POSTERIORES
004230         END-IF
004240         GO TO 1100-LER
004250     END-IF.
004260     IF RL-REG-ABERTURA
004270         SET ABERTURA-ACHADA TO TRUE
004280         MOVE RL-MODO            TO WS-ALVO-MODO
004290         MOVE RL-PERIODO-LETIVO  TO WS-ALVO-PERIODO
004300         MOVE RL-DATA-REFERENCIA TO WS-ALVO-REFERENCIA
004310     END-IF.
004320     IF RL-REG-ENCERRAMENTO
004330         SET ENCERRAMENTO-ACHADO TO TRUE
004340         MOVE RL-RETURN-CODE     TO WS-ALVO-RETURN-CODE
004350         MOVE RL-DATA-REFERENCIA TO WS-ALVO-REFERENCIA
004360     END-IF.
004370     GO TO 1100-LER.
004380 1100-CONFERIR.
004390     IF NOT ABERTURA-ACHADA
004400         DISPLAY "ERRO: EXECUCAO DE " WS-DATA-ALVO " AS "
004410             WS-HORA-ALVO " NAO CONSTA NO LIVRO DE EXECUCOES"
004420         MOVE 16 TO RETURN-CODE
004430         STOP RUN
004440     END-IF.
004450     IF EXECUCAO-JA-ESTORNADA
004460         DISPLAY "ERRO: EXECUCAO DE " WS-DATA-ALVO " AS "
004470             WS-HORA-ALVO " JA FOI ESTORNADA EM "
004480             WS-DATA-ESTORNO-ANTERIOR
004490         MOVE 16 TO RETURN-CODE
004500         STOP RUN
004510     END-IF.
004520 1100-EXIT.
004530     EXIT.
004540*-----------------------------------------------------------*
004550*  2000-ESTORNAR-IMAGEM - DESFAZ NO GRADEHIST UM REGISTRO        *
004560*                 ALTERADO PELA EXECUCAO: SO RESTAURA SE O       *
004570*                 REGISTRO AINDA TEM A IMAGEM QUE A EXECUCAO     *
004580*                 GRAVOU; CRIADO PELA EXECUCAO E EXCLUIDO.       *
004590*                 A IMAGEM E MARCADA COMO ESTORNADA (OU NAO      *
004600*                 RESTAURADA) COM A DATA DO ESTORNO              *
004610*-----------------------------------------------------------*
004620 2000-ESTORNAR-IMAGEM.
004630     IF HES-ESTORNADA OR HES-NAO-RESTAURADA
004640         ADD 1 TO WS-JA-ESTORNADOS
004650         GO TO 2000-PROXIMA-IMAGEM
004660     END-IF
004670     ADD 1 TO WS-IMAGENS-LIDAS
004680     MOVE HES-MATRICULA TO MST-MATRICULA
004690     READ STUDENT-MASTER-FILE
004700         INVALID KEY
004710             MOVE "*** NAO CONSTA NO CADASTRO ***"
004720                 TO WS-NOME-ALUNO
004730         NOT INVALID KEY
004740             MOVE MST-NOME-OFICIAL TO WS-NOME-ALUNO
004750     END-READ
004760     MOVE HES-MEDIA-GRAVADA TO WS-MEDIA-GRAVADA-ED
004770     DISPLAY HES-MATRICULA " " WS-NOME-ALUNO " TURMA "
004780         HES-TURMA " PERIODO " HES-PERIODO-LETIVO
004790     MOVE HES-MATRICULA      TO GH-MATRICULA
004800     MOVE HES-PERIODO-LETIVO TO GH-PERIODO-LETIVO
004810     MOVE HES-TURMA          TO GH-TURMA
004820     READ GRADE-HIST-FILE
004830         INVALID KEY
004840             PERFORM 2100-REGISTRO-AUSENTE THRU 2100-EXIT
004850             GO TO 2000-MARCAR-IMAGEM
004860     END-READ
004870     IF GH-MEDIA-FINAL NOT = HES-MEDIA-GRAVADA
004880         OR GH-SITUACAO NOT = HES-SITUACAO-GRAVADA
004880         IF NOT HES-REGISTRO-NOVO
004880             AND GH-MEDIA-FINAL = HES-MEDIA-ANTERIOR
004880             AND GH-SITUACAO = HES-SITUACAO-ANTERIOR
004880             AND GH-ORIGEM = HES-ORIGEM-ANTERIOR
004880             DISPLAY "   JA RESTAURADO POR ESTORNO ANTERIOR "
004880                 "INTERROMPIDO"
004880             GO TO 2000-RESTAURADO
004880         END-IF
004890         MOVE GH-MEDIA-FINAL TO WS-MEDIA-RESTAURADA-ED
004900         DISPLAY "   *** NAO RESTAURADO - ALTERADO DEPOIS DA "
004910             "EXECUCAO: GRAVADO " WS-MEDIA-GRAVADA-ED
004920             " ATUAL " WS-MEDIA-RESTAURADA-ED " " GH-SITUACAO
004930         ADD 1 TO WS-NAO-RESTAURADOS
004940         MOVE "I" TO HES-ESTORNO
004950         GO TO 2000-MARCAR-IMAGEM
004960     END-IF
004970     IF HES-REGISTRO-NOVO
004980         DELETE GRADE-HIST-FILE
004990             INVALID KEY
005000                 DISPLAY "   *** NAO EXCLUIDO - STATUS: "
005010                     WS-HIST-STATUS
005020                 ADD 1 TO WS-NAO-RESTAURADOS
005030                 MOVE "I" TO HES-ESTORNO
005040                 GO TO 2000-MARCAR-IMAGEM
005050         END-DELETE
005060         ADD 1 TO WS-EXCLUIDOS
005070         DISPLAY "   GRAVADO " WS-MEDIA-GRAVADA-ED " "
005080             HES-SITUACAO-GRAVADA " - EXCLUIDO DO HISTORICO "
005090             "(CRIADO PELA EXECUCAO)"
005100     ELSE
005110         MOVE HES-MEDIA-ANTERIOR    TO GH-MEDIA-FINAL
005120         MOVE HES-SITUACAO-ANTERIOR TO GH-SITUACAO
005120         MOVE HES-ORIGEM-ANTERIOR   TO GH-ORIGEM
005120         MOVE HES-ESCOLA-ANTERIOR   TO GH-ESCOLA-ORIGEM
005130         REWRITE GRADE-HIST-RECORD
005140             INVALID KEY
005150                 DISPLAY "   *** NAO REGRAVADO - STATUS: "
005160                     WS-HIST-STATUS
005170                 ADD 1 TO WS-NAO-RESTAURADOS
005180                 MOVE "I" TO HES-ESTORNO
005190                 GO TO 2000-MARCAR-IMAGEM
005200         END-REWRITE
005210         MOVE HES-MEDIA-ANTERIOR TO WS-MEDIA-RESTAURADA-ED
005220         DISPLAY "   GRAVADO " WS-MEDIA-GRAVADA-ED " "
005230             HES-SITUACAO-GRAVADA " - RESTAURADO "
005240             WS-MEDIA-RESTAURADA-ED " " HES-SITUACAO-ANTERIOR
005250     END-IF.
005250 2000-RESTAURADO.
005260     ADD 1 TO WS-RESTAURADOS
005270     MOVE "S" TO HES-ESTORNO
005280     IF HES-SIS-EMITIDO = "S"
005290         DISPLAY "   ALUNO JA ENVIADO NO SISEXTRACT - CORRIGIR "
005300             "NO SISTEMA ACADEMICO"
005310         PERFORM 2200-GUARDAR-ALUNO-SIS THRU 2200-EXIT
005320     END-IF.
005330 2000-MARCAR-IMAGEM.
005340     MOVE WS-DATA-EXECUCAO TO HES-DATA-ESTORNO
005350     REWRITE HIST-ESTORNO-RECORD
005360         INVALID KEY
005370             DISPLAY "ERRO: IMAGEM NAO MARCADA COMO ESTORNADA - "
005380                 "STATUS: " WS-HEST-STATUS
005380             ADD 1 TO WS-FALHAS-GRAVACAO
005390     END-REWRITE.
005400 2000-PROXIMA-IMAGEM.
005410     PERFORM 2900-LER-IMAGEM THRU 2900-EXIT.
005420 2000-EXIT.
005430     EXIT.
005440*-----------------------------------------------------------*
005450*  2100-REGISTRO-AUSENTE - O REGISTRO NAO ESTA MAIS NO           *
005460*                 GRADEHIST: SE FOI CRIADO PELA EXECUCAO O       *
005470*                 ESTADO ANTERIOR JA VALE; SE EXISTIA ANTES, E   *
005480*                 APONTADO COMO NAO RESTAURADO                   *
005490*-----------------------------------------------------------*
005500 2100-REGISTRO-AUSENTE.
005510     IF HES-REGISTRO-NOVO
005520         ADD 1 TO WS-RESTAURADOS
005530         MOVE "S" TO HES-ESTORNO
005540         DISPLAY "   CRIADO PELA EXECUCAO E JA AUSENTE DO "
005550             "HISTORICO"
005560     ELSE
005570         ADD 1 TO WS-NAO-RESTAURADOS
005580         MOVE "I" TO HES-ESTORNO
005590         DISPLAY "   *** NAO RESTAURADO - REGISTRO NAO CONSTA "
005600             "MAIS NO GRADEHIST"
005610     END-IF.
005620 2100-EXIT.
005630     EXIT.
005640*-----------------------------------------------------------*
005650*  2200-GUARDAR-ALUNO-SIS - GUARDA PARA A LISTA FINAL O          *
005660*                 ALUNO QUE JA FOI PARA O SISTEMA ACADEMICO      *
005670*                 COM O RESULTADO DESFEITO                       *
005680*-----------------------------------------------------------*
005690 2200-GUARDAR-ALUNO-SIS.
005700     ADD 1 TO WS-SIS-AFETADOS
005710     IF WS-SIS-QTD >= WS-SIS-LIMITE
005720         GO TO 2200-EXIT
005730     END-IF
005740     ADD 1 TO WS-SIS-QTD
005750     MOVE HES-MATRICULA     TO SIS-T-MATRICULA (WS-SIS-QTD)
005760     MOVE HES-TURMA         TO SIS-T-TURMA (WS-SIS-QTD)
005770     MOVE WS-NOME-ALUNO     TO SIS-T-NOME (WS-SIS-QTD)
005780     MOVE HES-MEDIA-GRAVADA TO SIS-T-MEDIA-GRAVADA (WS-SIS-QTD)
005790     IF HES-REGISTRO-NOVO
005800         MOVE ZEROS TO SIS-T-MEDIA-RESTAURADA (WS-SIS-QTD)
005810         MOVE "SEM RESULTADO" TO SIS-T-SITUACAO (WS-SIS-QTD)
005820     ELSE
005830         MOVE HES-MEDIA-ANTERIOR
005840             TO SIS-T-MEDIA-RESTAURADA (WS-SIS-QTD)
005850         MOVE HES-SITUACAO-ANTERIOR
005860             TO SIS-T-SITUACAO (WS-SIS-QTD)
005870     END-IF.
005880 2200-EXIT.
005890     EXIT.
005900*-----------------------------------------------------------*
005910*  2900-LER-IMAGEM - LE A PROXIMA IMAGEM GUARDADA; A LEITURA     *
005920*                 TERMINA AO MUDAR A EXECUCAO NA CHAVE           *
005930*-----------------------------------------------------------*
005940 2900-LER-IMAGEM.
005950     READ HIST-ESTORNO-FILE NEXT RECORD
005960         AT END
005970             SET FIM-DAS-IMAGENS TO TRUE
005980             GO TO 2900-EXIT
005990     END-READ.
006000     IF HES-DATA-EXECUCAO NOT = WS-DATA-ALVO
006010         OR HES-HORA-EXECUCAO NOT = WS-HORA-ALVO
006020         SET FIM-DAS-IMAGENS TO TRUE
006030     END-IF.
006040 2900-EXIT.
006050     EXIT.
006060*-----------------------------------------------------------*
006070*  3000-MARCAR-AUDITORIA - PERCORRE A AUDITMSTR E MARCA COMO     *
006080*                 ESTORNADOS OS REGISTROS GRAVADOS PELA          *
006090*                 EXECUCAO (MESMA DATA E HORA DE EXECUCAO). NO   *
006100*                 MODO DE CORRECAO O PROTOCOLO DA CORRECAO       *
006110*                 DESFEITA VOLTA A DEFERIDO NAO APLICADO ANTES   *
006110*                 DE A AUDITORIA SER MARCADA                     *
006120*-----------------------------------------------------------*
006130 3000-MARCAR-AUDITORIA.
006140     READ AUDIT-FILE NEXT RECORD
006150         AT END
006160             SET FIM-DA-AUDITORIA TO TRUE
006170             GO TO 3000-EXIT
006180     END-READ
006190     IF AUD-DATA-EXECUCAO NOT = WS-DATA-ALVO
006200         OR AUD-HORA-EXECUCAO NOT = WS-HORA-ALVO
006210         OR AUD-ESTORNADO
006220         GO TO 3000-EXIT
006230     END-IF
006230     MOVE "N" TO WS-REABERTURA-SW
006330     IF ALVO-MODO-CORRECAO
006340         AND AUD-RECALC-CORRECAO
006350         AND AUD-PROTOCOLO NUMERIC
006360         AND AUD-PROTOCOLO > 0
006370         PERFORM 3100-REABRIR-PROTOCOLO THRU 3100-EXIT
006380     END-IF
006380     IF REABERTURA-FALHOU
006380         GO TO 3000-EXIT
006380     END-IF
006240     MOVE "S"              TO AUD-ESTORNO
006250     MOVE WS-DATA-EXECUCAO TO AUD-DATA-ESTORNO
006260     REWRITE AUDIT-RECORD
006270         INVALID KEY
006280             DISPLAY "ERRO: AUDITORIA NAO MARCADA - MATRICULA "
006290                 AUD-MATRICULA " STATUS: " WS-AUDIT-STATUS
006290             ADD 1 TO WS-FALHAS-GRAVACAO
006300             GO TO 3000-EXIT
006310     END-REWRITE
006320     ADD 1 TO WS-AUDITORIA-MARCADOS.
006390 3000-EXIT.
006400     EXIT.
006410*-----------------------------------------------------------*
006420*  3100-REABRIR-PROTOCOLO - LIMPA A DATA E A HORA DE             *
006430*                 APLICACAO DO PROTOCOLO APLICADO PELA           *
006440*                 EXECUCAO, QUE VOLTA PARA O GERA-CORRECOES      *
006450*-----------------------------------------------------------*
006460 3100-REABRIR-PROTOCOLO.
006470     MOVE AUD-PROTOCOLO TO PRT-NUMERO
006480     READ PROT-REVISAO-FILE
006490         INVALID KEY
006500             DISPLAY "AVISO: PROTOCOLO " AUD-PROTOCOLO
006510                 " NAO CONSTA NO PROTREVISAO"
006520             GO TO 3100-EXIT
006530     END-READ
006540     IF PRT-DATA-APLICACAO NOT = WS-DATA-ALVO
006550         OR PRT-HORA-APLICACAO NOT = WS-HORA-ALVO
006560         GO TO 3100-EXIT
006570     END-IF
006580     MOVE SPACES TO PRT-DATA-APLICACAO
006590     MOVE SPACES TO PRT-HORA-APLICACAO
006600     REWRITE PROT-REVISAO-RECORD
006610         INVALID KEY
006620             DISPLAY "ERRO: PROTOCOLO " PRT-NUMERO
006630                 " NAO REGRAVADO - STATUS: " WS-PROT-STATUS
006630             ADD 1 TO WS-FALHAS-GRAVACAO
006630             SET REABERTURA-FALHOU TO TRUE
006640             GO TO 3100-EXIT
006650     END-REWRITE
006660     ADD 1 TO WS-PROTOCOLOS-REABERTOS
006670     DISPLAY "PROTOCOLO " PRT-NUMERO " MATRICULA " PRT-MATRICULA
006680         " VOLTA A DEFERIDO NAO APLICADO".
006690 3100-EXIT.
006700     EXIT.
006710*-----------------------------------------------------------*
006720*  5000-LISTAR-ALUNOS-SIS - LISTA OS ALUNOS QUE JA TINHAM        *
006730*                 IDO NO SISEXTRACT COM O RESULTADO DESFEITO     *
006740*-----------------------------------------------------------*
006750 5000-LISTAR-ALUNOS-SIS.
006760     MOVE SIS-T-MEDIA-GRAVADA (WS-SIS-IX) TO WS-MEDIA-GRAVADA-ED
006770     MOVE SIS-T-MEDIA-RESTAURADA (WS-SIS-IX)
006780         TO WS-MEDIA-RESTAURADA-ED
006790     DISPLAY SIS-T-MATRICULA (WS-SIS-IX) " "
006800         SIS-T-NOME (WS-SIS-IX) " TURMA " SIS-T-TURMA (WS-SIS-IX)
006810     DISPLAY "   ENVIADO " WS-MEDIA-GRAVADA-ED " - CORRETO "
006820         WS-MEDIA-RESTAURADA-ED " " SIS-T-SITUACAO (WS-SIS-IX).
006830 5000-EXIT.
006840     EXIT.
006850*-----------------------------------------------------------*
006860*  8000-LIMPAR-CHECKPOINT - ESVAZIA O CHECKPOINTLOG DEIXADO      *
006870*                 POR UM LOTE INTERROMPIDO QUE FOI ESTORNADO E   *
006880*                 E A ULTIMA EXECUCAO DO RUNLOG                  *
006890*-----------------------------------------------------------*
006900 8000-LIMPAR-CHECKPOINT.
006910     OPEN OUTPUT CHECKPOINT-FILE
006920     IF WS-CHECKPOINT-STATUS NOT = "00"
006930         DISPLAY "AVISO: NAO FOI POSSIVEL ESVAZIAR O "
006940             "CHECKPOINTLOG - STATUS: " WS-CHECKPOINT-STATUS
006950         GO TO 8000-EXIT
006960     END-IF
006970     CLOSE CHECKPOINT-FILE
006980     DISPLAY "CHECKPOINTLOG DO LOTE INTERROMPIDO ESVAZIADO".
006990 8000-EXIT.
007000     EXIT.
007010*-----------------------------------------------------------*
007020*  9000-FINALIZAR - LISTA OS ALUNOS A CORRIGIR NO SISTEMA        *
007030*                 ACADEMICO, GRAVA O REGISTRO DE ESTORNO NO      *
007040*                 RUNLOG, EMITE O RESUMO E FECHA OS ARQUIVOS.    *
007050*                 REGISTRO NAO RESTAURADO OU ALUNO A CORRIGIR    *
007060*                 NO SISTEMA ACADEMICO DA RETURN-CODE 8; FALHA   *
007060*                 DE GRAVACAO NAO GRAVA O REGISTRO DE ESTORNO E  *
007060*                 DA RETURN-CODE 16, PARA O ESTORNO SER REPETIDO *
007070*-----------------------------------------------------------*
007080 9000-FINALIZAR.
007090     IF ALVO-MODO-LOTE
007100         AND NOT ENCERRAMENTO-ACHADO
007110         AND WS-EXECUCOES-POSTERIORES = 0
007120         PERFORM 8000-LIMPAR-CHECKPOINT THRU 8000-EXIT
007130     END-IF
007140     DISPLAY " "
007150     DISPLAY "--- ALUNOS JA ENVIADOS NO SISEXTRACT - CORRIGIR NO "
007160         "SISTEMA ACADEMICO ---"
007170     IF WS-SIS-QTD = 0
007180         DISPLAY "NENHUM"
007190     ELSE
007200         PERFORM 5000-LISTAR-ALUNOS-SIS THRU 5000-EXIT
007210             VARYING WS-SIS-IX FROM 1 BY 1
007220             UNTIL WS-SIS-IX > WS-SIS-QTD
007230     END-IF
007240     IF WS-SIS-AFETADOS > WS-SIS-QTD
007250         DISPLAY "AVISO: LISTA LIMITADA A " WS-SIS-LIMITE
007260             " ALUNOS - OS DEMAIS ESTAO MARCADOS NO DETALHE ACIMA"
007270     END-IF
007280     IF WS-NAO-RESTAURADOS > 0 OR WS-SIS-AFETADOS > 0
007290         MOVE 8 TO RETURN-CODE
007300     END-IF
007310     DISPLAY "=================================================="
007320     DISPLAY "IMAGENS TRATADAS ..............: " WS-IMAGENS-LIDAS
007330     DISPLAY "REGISTROS RESTAURADOS .........: " WS-RESTAURADOS
007340     DISPLAY "   DOS QUAIS EXCLUIDOS ........: " WS-EXCLUIDOS
007350     DISPLAY "REGISTROS NAO RESTAURADOS .....: "
007360         WS-NAO-RESTAURADOS
007370     DISPLAY "IMAGENS JA ESTORNADAS ANTES ...: " WS-JA-ESTORNADOS
007380     DISPLAY "AUDITORIA MARCADA ESTORNADA ...: "
007390         WS-AUDITORIA-MARCADOS
007400     DISPLAY "PROTOCOLOS REABERTOS ..........: "
007410         WS-PROTOCOLOS-REABERTOS
007420     DISPLAY "ALUNOS A CORRIGIR NO SIS ......: " WS-SIS-AFETADOS
007420     IF WS-FALHAS-GRAVACAO > 0
007420         DISPLAY "FALHAS DE GRAVACAO ............: "
007420             WS-FALHAS-GRAVACAO
007420         DISPLAY "ERRO: ESTORNO INCOMPLETO - REGISTRO DE ESTORNO "
007420             "NAO GRAVADO NO RUNLOG"
007420         DISPLAY "   CORRIJA A CAUSA E REEXECUTE O ESTORNO DA "
007420             "MESMA EXECUCAO"
007420         CLOSE HIST-ESTORNO-FILE
007420         CLOSE GRADE-HIST-FILE
007420         CLOSE AUDIT-FILE
007420         CLOSE STUDENT-MASTER-FILE
007420         IF ALVO-MODO-CORRECAO
007420             CLOSE PROT-REVISAO-FILE
007420         END-IF
007420         MOVE 16 TO RETURN-CODE
007420         STOP RUN
007420     END-IF
007430     PERFORM 9100-GRAVAR-ESTORNO THRU 9100-EXIT
007440     CLOSE HIST-ESTORNO-FILE
007450     CLOSE GRADE-HIST-FILE
007460     CLOSE AUDIT-FILE
007470     CLOSE STUDENT-MASTER-FILE
007480     IF ALVO-MODO-CORRECAO
007490         CLOSE PROT-REVISAO-FILE
007500     END-IF.
007510 9000-EXIT.
007520     EXIT.
007530*-----------------------------------------------------------*
007540*  9100-GRAVAR-ESTORNO - GRAVA NO LIVRO DE EXECUCOES O           *
007550*                 REGISTRO DE ESTORNO ("X"), COM O MODO, O       *
007560*                 PERIODO E A REFERENCIA DA EXECUCAO DESFEITA,   *
007570*                 A SUA IDENTIFICACAO E OS CONTADORES            *
007580*-----------------------------------------------------------*
007590 9100-GRAVAR-ESTORNO.
007600     ACCEPT WS-HORA-FIM FROM TIME
007610     OPEN EXTEND RUN-LOG-FILE
007620     IF WS-RUNLOG-STATUS NOT = "00"
007630         OPEN OUTPUT RUN-LOG-FILE
007640         CLOSE RUN-LOG-FILE
007650         OPEN EXTEND RUN-LOG-FILE
007660     END-IF
007670     MOVE "X"                TO RL-TIPO-REGISTRO
007680     MOVE WS-ALVO-MODO       TO RL-MODO
007690     MOVE WS-ALVO-PERIODO    TO RL-PERIODO-LETIVO
007700     MOVE WS-ALVO-REFERENCIA TO RL-DATA-REFERENCIA
007710     MOVE WS-DATA-EXECUCAO   TO RL-DATA-EXECUCAO
007720     MOVE WS-HORA-INICIO     TO RL-HORA-INICIO
007730     MOVE WS-HORA-FIM        TO RL-HORA-FIM
007740     MOVE WS-RESTAURADOS     TO RL-QTD-PROCESSADOS
007750     MOVE WS-NAO-RESTAURADOS TO RL-QTD-REJEITADOS
007760     MOVE WS-SIS-AFETADOS    TO RL-SIS-GRAVADOS
007770     MOVE RETURN-CODE        TO RL-RETURN-CODE
007780     MOVE WS-DATA-ALVO       TO RL-ESTORNO-DATA-EXECUCAO
007790     MOVE WS-HORA-ALVO       TO RL-ESTORNO-HORA-INICIO
007800     WRITE RUN-LOG-RECORD
007810     CLOSE RUN-LOG-FILE.
007820 9100-EXIT.
007830     EXIT.
007840 END PROGRAM ESTORNO-EXECUCAO.
