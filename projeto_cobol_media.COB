002313*                 A EXECUCAO INTERROMPIDA NAO GRAVOU
002314*                 ENCERRAMENTO. O LIVRO E LISTADO PELO
002315*                 LISTA-EXECUCOES PARA O FECHAMENTO OPERACIONAL.
002316* 14/10/2026 CD   INCLUIDA A CONFERENCIA DO ALUNO CONTRA O
002317*                 CADASTRO DE ENTURMACAO (ENTURMACAO, INDEXADO
002318*                 POR PERIODO + TURMA + MATRICULA, MANTIDO PELO
002319*                 MANUTENCAO-ENTURMACAO): ALUNO QUE NAO ESTA
002320*                 ENTURMADO E ATIVO NA TURMA DO PERIODO E
002321*                 REJEITADO (MOTIVO NE). NO FECHAMENTO DE CADA
002322*                 TURMA SAI A LISTA DOS ENTURMADOS QUE NAO
002323*                 VIERAM NO LOTE E NAO TEM RESULTADO NO
002324*                 GRADEHIST; HAVENDO ALGUM, O LOTE TERMINA COM
002325*                 RETURN-CODE 8. OS NOVOS CONTADORES ENTRARAM NO
002326*                 FINAL DO CHECKPOINT.
002327* 14/10/2026 CD   AS REGRAS DO REGIMENTO DEIXARAM DE SER FIXAS
002328*                 NO PROGRAMA: MEDIA MINIMA, NOTA DE CORTE DA
002329*                 RECUPERACAO, FREQUENCIA MINIMA E A FORMULA DA
002330*                 RECUPERACAO (PESOS DA MEDIA E DO EXAME E MEDIA
002331*                 FINAL PARA APROVACAO) VEM DO ARQUIVO REGIMENTO
002332*                 (MANTIDO PELO MANUTENCAO-REGIMENTO), PELA
002333*                 VIGENCIA DO PERIODO LETIVO DA EXECUCAO - NO
002334*                 MODO NORMAL O DO HEADER, NOS DEMAIS O DO
002335*                 PROCPARM. ASSIM UMA CORRECAO DE UM PERIODO
002336*                 ANTIGO E RECALCULADA COM A REGRA DA EPOCA. OS
002337*                 PARAMETROS USADOS SAEM NO INICIO DO RELATORIO;
002338*                 PERIODO SEM REGRA VIGENTE ENCERRA COM
002339*                 RETURN-CODE 16.
002340* 14/10/2026 CD   CRIADO O MODO DE PREVIA (PROCPARM COM MODO "P"):
002340*                 O LOTE DO STUDENTGRADES PASSA POR TODA A
002340*                 VALIDACAO E TODOS OS CALCULOS DO MODO NORMAL
002340*                 (CADASTRO, TURMA, PLANO DE AVALIACOES,
002340*                 ENTURMACAO, FREQUENCIA E SITUACAO) SEM GRAVAR
002340*                 GRADEHIST, AUDITMSTR, SISEXTRACT, REJECTLOG NEM
002340*                 CHECKPOINTLOG E SEM REGISTRO NO RUNLOG. OS
002340*                 RESULTADOS DO PERIODO NO GRADEHIST SAO
002340*                 CARREGADOS NO INICIO E O RELATORIO APONTA, ALUNO
002340*                 A ALUNO, A MEDIA E A SITUACAO QUE MUDARIAM, O
002340*                 ALUNO QUE ENTRARIA NO HISTORICO DA TURMA E O QUE
002340*                 TEM RESULTADO NA TURMA MAS NAO ENTRARIA NO LOTE.
002340*                 O GRADEHIST PASSOU A ACESSO DINAMICO PARA ESSA
002340*                 LEITURA.
002341* 14/10/2026 CD   MODO DE CORRECAO PASSA A EXIGIR PROTOCOLO DE
002341*                 REVISAO DE NOTA: CADA TRANSACAO DO CORRECTIONS
002341*                 TRAZ O NUMERO DO PROTOCOLO (PROTREVISAO, GERADO
002341*                 PELO GERA-CORRECOES) E SO E APLICADA SE O
002341*                 PROTOCOLO ESTIVER DEFERIDO, AINDA NAO APLICADO
002341*                 E CONFERIR COM MATRICULA, TURMA, PERIODO,
002341*                 AVALIACAO E NOTA DEFERIDA. A CORRECAO APLICADA
002341*                 GRAVA O PROTOCOLO NA AUDITMSTR (REGISTRO PASSA
002341*                 DE 121 PARA 128 BYTES) E A DATA DE APLICACAO NO
002341*                 PROTOCOLO.
002342* 15/10/2026 CD   CRIADA A GUARDA DE IMAGENS PARA ESTORNO: TODA
002342*                 GRAVACAO DO GRADEHIST NOS MODOS N, E, R E C
002342*                 GUARDA ANTES NO ARQUIVO HISTESTORNO A IMAGEM
002342*                 ANTERIOR DO REGISTRO (OU A INDICACAO DE QUE ELE
002342*                 NAO EXISTIA), A IMAGEM GRAVADA E SE O ALUNO FOI
002342*                 PARA O SISEXTRACT, CHAVEADA PELA DATA E HORA DE
002342*                 INICIO DA EXECUCAO NO RUNLOG. A HORA GRAVADA NA
002342*                 AUDITMSTR PASSOU A SER A MESMA HORA DE INICIO,
002342*                 PARA O ESTORNO-EXECUCAO ACHAR OS REGISTROS DA
002342*                 EXECUCAO. REGISTRO DE AUDITORIA PASSA DE 128
002342*                 PARA 137 BYTES (INDICADOR E DATA DE ESTORNO); O
002342*                 MODO DE CORRECAO NAO TOMA CALCULO ESTORNADO COMO
002342*                 BASE. LOTE NORMAL ESTORNADO (REGISTRO "X" NO
002342*                 RUNLOG) DEIXA DE BLOQUEAR O REPROCESSAMENTO DO
002342*                 MESMO PERIODO E DATA DE REFERENCIA.
002342* 15/10/2026 CD   O GRADEHIST GANHOU A ORIGEM DA MEDIA ("E" =
002342*                 EXTERNA, CARREGADA PELO CARGA-NOTAS-EXTERNAS) E
002342*                 A ESCOLA DE ORIGEM. A MEDIA APURADA AQUI
002342*                 SUBSTITUI A EXTERNA DO MESMO PERIODO E TURMA,
002342*                 COM AVISO; A IMAGEM PARA ESTORNO GUARDA A ORIGEM
002342*                 ANTERIOR.
002342* 15/10/2026 CD   O TURMAMASTER GANHOU A QUANTIDADE DE AULAS
002342*                 PREVISTAS NO PERIODO LETIVO
002342*                 (TRM-AULAS-PREVISTAS); O REGISTRO PASSA DE 70
002342*                 PARA 73 BYTES.
002342* 15/10/2026 CD   O AUDITMSTR, O GRADEHIST E O TURMAMASTER
002342*                 GRAVADOS NO LEIAUTE ANTERIOR PRECISAM DE
002342*                 CONVERSAO UNICA DE LEIAUTE (CONVERSAO-LEIAUTE)
002342*                 ANTES DO PRIMEIRO LOTE COM ESTA VERSAO.
002342* 15/10/2026 CD   FALHA AO GUARDAR A IMAGEM PARA ESTORNO NO
002342*                 HISTESTORNO ENCERRA A EXECUCAO COM RETURN-CODE
002342*                 16 ANTES DE ALTERAR O GRADEHIST DO ALUNO. O
002342*                 ESTORNO DE UMA EXECUCAO SO REABRE O LOTE QUANDO
002342*                 NAO RESTA OUTRA EXECUCAO CONCLUIDA E NAO
002342*                 ESTORNADA DO MESMO PERIODO E DATA DE REFERENCIA.
002342* 15/10/2026 CD   FALHA AO MARCAR O PROTOCOLO COMO APLICADO NA
002342*                 CORRECAO ENCERRA A EXECUCAO COM RETURN-CODE 16,
002342*                 SEM CONTAR A CORRECAO COMO PROCESSADA.
002327* -----------------------------------------------------------
002270 IDENTIFICATION DIVISION.
002270 PROGRAM-ID. MEDIA-ALUNOS.
002280 AUTHOR. CARLISE DEBONA.
002610     SELECT CORRECTIONS-FILE ASSIGN TO "CORRECTIONS"
002620         ORGANIZATION IS LINE SEQUENTIAL
002630         FILE STATUS IS WS-CORR-STATUS.
002631     SELECT PROT-REVISAO-FILE ASSIGN TO "PROTREVISAO"
002632         ORGANIZATION IS INDEXED
002633         ACCESS MODE IS RANDOM
002634         RECORD KEY IS PRT-NUMERO
002635         FILE STATUS IS WS-PROT-STATUS.
002640     SELECT SORT-FILE ASSIGN TO "SORTWK".
002650     SELECT GRADE-HIST-FILE ASSIGN TO "GRADEHIST"
002660         ORGANIZATION IS INDEXED
002670         ACCESS MODE IS DYNAMIC
002680         RECORD KEY IS GH-CHAVE
002690         FILE STATUS IS WS-HIST-STATUS.
002685     SELECT FREQUENCIA-FILE ASSIGN TO "FREQUENCIA"
002693         ACCESS MODE IS RANDOM
002694         RECORD KEY IS TRM-TURMA
002695         FILE STATUS IS WS-TURMA-STATUS.
002696     SELECT ENTURMACAO-FILE ASSIGN TO "ENTURMACAO"
002697         ORGANIZATION IS INDEXED
002698         ACCESS MODE IS DYNAMIC
002699         RECORD KEY IS ENT-CHAVE
002699         FILE STATUS IS WS-ENTUR-STATUS.
002699     SELECT REGIMENTO-FILE ASSIGN TO "REGIMENTO"
002699         ORGANIZATION IS INDEXED
002699         ACCESS MODE IS SEQUENTIAL
002699         RECORD KEY IS RGM-PERIODO-INICIAL
002699         FILE STATUS IS WS-REGIM-STATUS.
002699     SELECT HIST-ESTORNO-FILE ASSIGN TO "HISTESTORNO"
002699         ORGANIZATION IS INDEXED
002699         ACCESS MODE IS RANDOM
002699         RECORD KEY IS HES-CHAVE
002699         FILE STATUS IS WS-HEST-STATUS.
002700 DATA DIVISION.
002710 FILE SECTION.
002720 FD  STUDENT-GRADES-FILE
003152     05 AUD-PRESENCAS              PIC 9(03).
003153     05 AUD-PERC-FREQUENCIA        PIC 9(03)V9(02).
003154     05 AUD-FREQ-APURADA           PIC X(01).
003154     05 AUD-PROTOCOLO              PIC 9(07).
003154     05 AUD-ESTORNO                PIC X(01).
003154         88 AUD-ESTORNADO                    VALUE "S".
003154     05 AUD-DATA-ESTORNO           PIC X(08).
003160 FD  CHECKPOINT-FILE
003170     LABEL RECORDS ARE STANDARD.
003180 01  CHECKPOINT-RECORD.
003372     05 CKP-PLANO-DIVERGENTES      PIC 9(05).
003373     05 CKP-REPROVADOS-FALTA       PIC 9(05).
003374     05 CKP-FREQ-SEM-APURACAO      PIC 9(05).
003375     05 CKP-NAO-ENTURMADOS         PIC 9(05).
003376     05 CKP-ENTURMADOS-SEM-NOTA    PIC 9(05).
003380 FD  SIS-EXTRACT-FILE
003390     LABEL RECORDS ARE STANDARD.
003400 01  SIS-EXTRACT-RECORD.
003920     05 CRT-TURMA                  PIC X(06).
003930     05 CRT-POSICAO                PIC 9(02).
003940     05 CRT-NOTA-NOVA              PIC 9(03).
003941     05 CRT-PROTOCOLO              PIC 9(07).
003942 FD  PROT-REVISAO-FILE
003943     LABEL RECORDS ARE STANDARD.
003944 01  PROT-REVISAO-RECORD.
003945     05 PRT-NUMERO                 PIC 9(07).
003946     05 PRT-MATRICULA              PIC X(09).
003947     05 PRT-TURMA                  PIC X(06).
003948     05 PRT-PERIODO-LETIVO         PIC X(06).
003949     05 PRT-POSICAO                PIC 9(02).
003949     05 PRT-SOLICITANTE            PIC X(30).
003949     05 PRT-JUSTIFICATIVA          PIC X(40).
003949     05 PRT-DATA-ENTRADA           PIC X(08).
003949     05 PRT-PRAZO                  PIC X(08).
003949     05 PRT-SITUACAO               PIC X(01).
003949         88 PRT-ABERTO                       VALUE "A".
003949         88 PRT-DEFERIDO                     VALUE "D".
003949         88 PRT-INDEFERIDO                   VALUE "I".
003949     05 PRT-NOTA-NOVA              PIC 9(03).
003949     05 PRT-RESPONSAVEL            PIC X(30).
003949     05 PRT-DATA-DECISAO           PIC X(08).
003949     05 PRT-PARECER                PIC X(40).
003949     05 PRT-DATA-GERACAO           PIC X(08).
003949     05 PRT-DATA-APLICACAO         PIC X(08).
003949     05 PRT-HORA-APLICACAO         PIC X(08).
003950 FD  GRADE-HIST-FILE
003960     LABEL RECORDS ARE STANDARD.
003970 01  GRADE-HIST-RECORD.
004010         10 GH-TURMA               PIC X(06).
004020     05 GH-MEDIA-FINAL             PIC 9(03)V9(02).
004030     05 GH-SITUACAO                PIC X(20).
004030     05 GH-ORIGEM                  PIC X(01).
004030         88 GH-NOTA-EXTERNA                  VALUE "E".
004030     05 GH-ESCOLA-ORIGEM           PIC X(40).
004025 FD  RUN-LOG-FILE
004026     LABEL RECORDS ARE STANDARD.
004027 01  RUN-LOG-RECORD.
004028     05 RL-TIPO-REGISTRO           PIC X(01).
004029         88 RL-REG-ABERTURA                  VALUE "A".
004030         88 RL-REG-ENCERRAMENTO              VALUE "E".
004030         88 RL-REG-ESTORNO                   VALUE "X".
004031     05 RL-MODO                    PIC X(01).
004032     05 RL-PERIODO-LETIVO          PIC X(06).
004033     05 RL-DATA-REFERENCIA         PIC X(08).
004038     05 RL-QTD-REJEITADOS          PIC 9(05).
004039     05 RL-SIS-GRAVADOS            PIC 9(07).
004040     05 RL-RETURN-CODE             PIC 9(02).
004040     05 RL-ESTORNO-DATA-EXECUCAO   PIC X(08).
004040     05 RL-ESTORNO-HORA-INICIO     PIC X(08).
004041 FD  FREQUENCIA-FILE
004032     LABEL RECORDS ARE STANDARD.
004033 01  FREQUENCIA-RECORD.
004039     05 TRM-STATUS-TURMA           PIC X(01).
004040         88 TURMA-ATIVA                      VALUE "A".
004041         88 TURMA-ENCERRADA                  VALUE "E".
004041     05 TRM-AULAS-PREVISTAS        PIC 9(03).
004042 FD  ENTURMACAO-FILE
004043     LABEL RECORDS ARE STANDARD.
004044 01  ENTURMACAO-RECORD.
004045     05 ENT-CHAVE.
004046         10 ENT-PERIODO-LETIVO     PIC X(06).
004047         10 ENT-TURMA              PIC X(06).
004048         10 ENT-MATRICULA          PIC X(09).
004049     05 ENT-SITUACAO               PIC X(01).
004050         88 ENT-ATIVA                        VALUE "A".
004051         88 ENT-REMANEJADA                   VALUE "R".
004052         88 ENT-DESLIGADA                    VALUE "D".
004053     05 ENT-DATA-INCLUSAO          PIC X(08).
004054     05 ENT-DATA-SAIDA             PIC X(08).
004055     05 ENT-TURMA-ORIGEM           PIC X(06).
004056     05 ENT-TURMA-DESTINO          PIC X(06).
004056 FD  REGIMENTO-FILE
004056     LABEL RECORDS ARE STANDARD.
004056 01  REGIMENTO-RECORD.
004056     05 RGM-PERIODO-INICIAL        PIC X(06).
004056     05 RGM-MEDIA-MINIMA           PIC 9(03).
004056     05 RGM-NOTA-CORTE-RECUP       PIC 9(03).
004056     05 RGM-FREQ-MINIMA            PIC 9(03).
004056     05 RGM-PESO-MEDIA-RECUP       PIC 9(01).
004056     05 RGM-PESO-EXAME-RECUP       PIC 9(01).
004056     05 RGM-MEDIA-FINAL-RECUP      PIC 9(03).
004056     05 RGM-MEDIA-ANUAL-MINIMA     PIC 9(03).
004056     05 RGM-LIMITE-DEPENDENCIAS    PIC 9(02).
004056     05 RGM-DEP-ANTERIOR-CONTA     PIC X(01).
004056     05 RGM-PRAZO-REVISAO          PIC 9(03).
004056     05 RGM-DATA-APROVACAO         PIC X(08).
004056     05 RGM-ATO-APROVACAO          PIC X(20).
004056 FD  HIST-ESTORNO-FILE
004056     LABEL RECORDS ARE STANDARD.
004056 01  HIST-ESTORNO-RECORD.
004056     05 HES-CHAVE.
004056         10 HES-DATA-EXECUCAO      PIC X(08).
004056         10 HES-HORA-EXECUCAO      PIC X(08).
004056         10 HES-MATRICULA          PIC X(09).
004056         10 HES-PERIODO-LETIVO     PIC X(06).
004056         10 HES-TURMA              PIC X(06).
004056     05 HES-MODO                   PIC X(01).
004056     05 HES-EXISTIA                PIC X(01).
004056         88 HES-REGISTRO-NOVO                VALUE "N".
004056     05 HES-MEDIA-ANTERIOR         PIC 9(03)V9(02).
004056     05 HES-SITUACAO-ANTERIOR      PIC X(20).
004056     05 HES-MEDIA-GRAVADA          PIC 9(03)V9(02).
004056     05 HES-SITUACAO-GRAVADA       PIC X(20).
004056     05 HES-SIS-EMITIDO            PIC X(01).
004056     05 HES-ESTORNO                PIC X(01).
004056         88 HES-ESTORNADA                    VALUE "S".
004056         88 HES-NAO-RESTAURADA               VALUE "I".
004056     05 HES-DATA-ESTORNO           PIC X(08).
004056     05 HES-ORIGEM-ANTERIOR        PIC X(01).
004056     05 HES-ESCOLA-ANTERIOR        PIC X(40).
004057 WORKING-STORAGE SECTION.
004050 77 WS-STUDENT-STATUS          PIC X(02) VALUE SPACES.
004060 77 WS-EOF-SW                  PIC X(01) VALUE "N".
004070     88 FIM-DE-ARQUIVO                   VALUE "S".
004280 77 WS-MEDIA-CALC               PIC 9(03)V9(02) VALUE ZEROS.
004290 77 WS-TOTALMEDIA              PIC ZZ9.99 VALUE ZEROS.
004300 77 WS-NOTAS-INVALIDAS         PIC 9(05) COMP VALUE ZERO.
004310 77 WS-MEDIA-MINIMA            PIC 9(03) VALUE ZEROS.
004320 77 WS-NOTA-CORTE-RECUP        PIC 9(03) VALUE ZEROS.
004330 77 WS-SITUACAO                PIC X(20) VALUE SPACES.
004340     88 SITUACAO-RECUPERACAO            VALUE "EM RECUPERACAO".
004341     88 SITUACAO-REPROV-FALTA           VALUE
004639 77 WS-FREQ-IX                  PIC 9(04) COMP VALUE ZERO.
004640 77 WS-FREQ-ACHOU-IX            PIC 9(04) COMP VALUE ZERO.
004641 77 WS-FREQ-LIMITE              PIC 9(04) COMP VALUE 5000.
004642 77 WS-FREQ-MINIMA              PIC 9(03) VALUE ZEROS.
004643 77 WS-PERC-FREQUENCIA          PIC 9(03)V9(02) VALUE ZEROS.
004644 77 WS-PERC-FREQ-ED             PIC ZZ9.99 VALUE ZEROS.
004645 77 WS-AULAS-DADAS              PIC 9(03) VALUE ZEROS.
004663     88 LOTE-JA-CONCLUIDO                VALUE "S".
004664 77 WS-HORA-INICIO              PIC X(08) VALUE SPACES.
004665 77 WS-HORA-FIM                 PIC X(08) VALUE SPACES.
004666 77 WS-ENTUR-STATUS             PIC X(02) VALUE SPACES.
004667 77 WS-ENTURMADO-SW             PIC X(01) VALUE "S".
004668     88 ALUNO-ENTURMADO                  VALUE "S".
004669 77 WS-NAO-ENTURMADOS           PIC 9(05) COMP VALUE ZERO.
004670 77 WS-ENTURMADOS-SEM-NOTA      PIC 9(05) COMP VALUE ZERO.
004671 77 WS-SEM-NOTA-TURMA           PIC 9(05) COMP VALUE ZERO.
004672 77 WS-VIS-ACHOU-SW             PIC X(01) VALUE "N".
004673     88 ALUNO-VISTO-NO-LOTE              VALUE "S".
004674 77 WS-VIS-QTD                  PIC 9(04) COMP VALUE ZERO.
004675 77 WS-VIS-IX                   PIC 9(04) COMP VALUE ZERO.
004676 77 WS-VIS-LIMITE               PIC 9(04) COMP VALUE 500.
004677 01 WS-VISTOS-TABELA.
004678     05 VIS-ENT OCCURS 500 TIMES.
004679         10 VIS-MATRICULA          PIC X(09).
004679 77 WS-REGIM-STATUS             PIC X(02) VALUE SPACES.
004679 77 WS-REGRA-ACHADA-SW          PIC X(01) VALUE "N".
004679     88 REGRA-VIGENTE-ACHADA             VALUE "S".
004679 77 WS-REGIM-VIGENCIA           PIC X(06) VALUE SPACES.
004679 77 WS-REGIM-ATO                PIC X(20) VALUE SPACES.
004679 77 WS-PESO-MEDIA-RECUP         PIC 9(01) VALUE ZERO.
004679 77 WS-PESO-EXAME-RECUP         PIC 9(01) VALUE ZERO.
004679 77 WS-PESO-TOTAL-RECUP         PIC 9(02) VALUE ZEROS.
004679 77 WS-MEDIA-FINAL-RECUP        PIC 9(03) VALUE ZEROS.
004649 01 WS-FREQUENCIA-TABELA.
004650     05 FRQ-ENT OCCURS 5000 TIMES.
004651         10 FRQ-T-MATRICULA        PIC X(09).
004850     88 MODO-RECUPERACAO                 VALUE "R".
004860     88 MODO-CORRECAO                    VALUE "C".
004870     88 MODO-REENTRADA                   VALUE "E".
004870     88 MODO-PREVIA                      VALUE "P".
004880 77 WS-ALUNOS-RECUPERACAO       PIC 9(05) COMP VALUE ZERO.
004890 77 WS-RECUP-EOF-SW             PIC X(01) VALUE "N".
004900     88 FIM-DE-RECUPERACAO               VALUE "S".
004970 77 WS-CORR-STATUS              PIC X(02) VALUE SPACES.
004980 77 WS-CORR-EOF-SW              PIC X(01) VALUE "N".
004990     88 FIM-DE-CORRECOES                VALUE "S".
004991 77 WS-PROT-STATUS              PIC X(02) VALUE SPACES.
004992 77 WS-PROT-OK-SW               PIC X(01) VALUE "N".
004993     88 PROTOCOLO-OK                    VALUE "S".
004993 77 WS-HEST-STATUS              PIC X(02) VALUE SPACES.
004993 77 WS-HES-EXISTIA-SW           PIC X(01) VALUE "N".
004993 77 WS-HES-SIS-SW               PIC X(01) VALUE "N".
005000 77 WS-CORR-QTD                 PIC 9(03) COMP VALUE ZERO.
005010 77 WS-CORR-IX                  PIC 9(03) COMP VALUE ZERO.
005020 77 WS-CORR-PROCESSADAS         PIC 9(05) COMP VALUE ZERO.
005150         10 COR-TURMA              PIC X(06).
005160         10 COR-POSICAO            PIC 9(02).
005170         10 COR-NOTA-NOVA          PIC 9(03).
005171         10 COR-PROTOCOLO          PIC 9(07).
005180         10 COR-ACHOU-SW           PIC X(01).
005190         10 COR-AUD-IMAGEM         PIC X(137).
005190 77 WS-PRV-QTD                  PIC 9(04) COMP VALUE ZERO.
005190 77 WS-PRV-IX                   PIC 9(04) COMP VALUE ZERO.
005190 77 WS-PRV-ACHOU-IX             PIC 9(04) COMP VALUE ZERO.
005190 77 WS-PRV-LIMITE               PIC 9(04) COMP VALUE 5000.
005190 77 WS-PRV-TURMA-HIST-SW        PIC X(01) VALUE "N".
005190     88 TURMA-JA-NO-HISTORICO            VALUE "S".
005190 77 WS-PRV-INALTERADOS          PIC 9(05) COMP VALUE ZERO.
005190 77 WS-PRV-ALTERADOS            PIC 9(05) COMP VALUE ZERO.
005190 77 WS-PRV-ENTRARIAM            PIC 9(05) COMP VALUE ZERO.
005190 77 WS-PRV-SAIRIAM              PIC 9(05) COMP VALUE ZERO.
005190 77 WS-PRV-SAIDAS-TURMA         PIC 9(05) COMP VALUE ZERO.
005190 77 WS-PRV-TURMAS-NOVAS         PIC 9(05) COMP VALUE ZERO.
005190 77 WS-PRV-MEDIA-ED             PIC ZZ9.99 VALUE ZEROS.
005190 01 WS-PREVIA-TABELA.
005190     05 PRV-ENT OCCURS 5000 TIMES.
005190         10 PRV-MATRICULA          PIC X(09).
005190         10 PRV-TURMA              PIC X(06).
005190         10 PRV-MEDIA-FINAL        PIC 9(03)V9(02).
005190         10 PRV-SITUACAO           PIC X(20).
005190         10 PRV-VISTO-SW           PIC X(01).
005190 77 WS-RLC-QTD                  PIC 9(03) COMP VALUE ZERO.
005190 77 WS-RLC-IX                   PIC 9(03) COMP VALUE ZERO.
005190 77 WS-RLC-LIMITE               PIC 9(03) COMP VALUE 100.
005190 01 WS-RUNLOG-CONCLUIDAS.
005190     05 RLC-ENT OCCURS 100 TIMES.
005190         10 RLC-DATA-EXECUCAO      PIC X(08).
005190         10 RLC-HORA-INICIO        PIC X(08).
005190         10 RLC-VIGENTE-SW         PIC X(01).
005200 PROCEDURE DIVISION.
005210*-----------------------------------------------------------*
005220*  0000-MAINLINE                                            *
005460*                 LOTE; "R" = SEGUNDA PASSADA DE RECUPERACAO;    *
005470*                 "C" = CORRECAO DE NOTAS INDIVIDUAIS ("R" E "C" *
005480*                 EXIGEM O PERIODO LETIVO NO PARAMETRO)          *
005480*                 "P" = PREVIA DO LOTE NORMAL, SEM ATUALIZAR     *
005480*                 NENHUM ARQUIVO PERMANENTE                      *
005490*-----------------------------------------------------------*
005500 0500-LER-MODO-EXECUCAO.
005501     ACCEPT WS-HORA-INICIO FROM TIME.
005650     CLOSE PROC-PARM-FILE.
005660     IF NOT MODO-NORMAL AND NOT MODO-RECUPERACAO
005670         AND NOT MODO-CORRECAO AND NOT MODO-REENTRADA
005670         AND NOT MODO-PREVIA
005680         DISPLAY "ERRO: MODO DE EXECUCAO INVALIDO EM PROCPARM: "
005690             WS-MODO-EXECUCAO
005700         MOVE 16 TO RETURN-CODE
006087         MOVE 16 TO RETURN-CODE
006088         STOP RUN
006089     END-IF.
006090     OPEN INPUT ENTURMACAO-FILE.
006091     IF WS-ENTUR-STATUS NOT = "00"
006092         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO DE "
006093             "ENTURMACAO - STATUS: " WS-ENTUR-STATUS
006094         CLOSE STUDENT-GRADES-FILE
006095         CLOSE STUDENT-MASTER-FILE
006096         CLOSE TURMA-MASTER-FILE
006097         MOVE 16 TO RETURN-CODE
006098         STOP RUN
006099     END-IF.
006090     PERFORM 1750-CARREGAR-FREQUENCIA THRU 1750-EXIT.
006091     IF MODO-REENTRADA
006100         DISPLAY "REENTRADA DE REJEITOS - HEADER E TRAILER "
006120     ELSE
006130         PERFORM 1500-LER-HEADER THRU 1500-EXIT
006140     END-IF.
006141     PERFORM 1770-OBTER-REGIMENTO THRU 1770-EXIT.
006142     IF NOT REGRA-VIGENTE-ACHADA
006143         CLOSE STUDENT-GRADES-FILE
006144         CLOSE STUDENT-MASTER-FILE
006145         CLOSE TURMA-MASTER-FILE
006146         CLOSE ENTURMACAO-FILE
006147         MOVE 16 TO RETURN-CODE
006148         STOP RUN
006149     END-IF.
006149     IF MODO-PREVIA
006149         PERFORM 1780-INICIAR-PREVIA THRU 1780-EXIT
006149         GO TO 1000-EXIT
006149     END-IF.
006150     OPEN I-O GRADE-HIST-FILE.
006160     IF WS-HIST-STATUS NOT = "00"
006170         OPEN OUTPUT GRADE-HIST-FILE
006240         CLOSE STUDENT-GRADES-FILE
006250         CLOSE STUDENT-MASTER-FILE
006251         CLOSE TURMA-MASTER-FILE
006252         CLOSE ENTURMACAO-FILE
006260         MOVE 16 TO RETURN-CODE
006270         STOP RUN
006280     END-IF.
006344         CLOSE STUDENT-GRADES-FILE
006345         CLOSE STUDENT-MASTER-FILE
006346         CLOSE TURMA-MASTER-FILE
006347         CLOSE ENTURMACAO-FILE
006347         CLOSE GRADE-HIST-FILE
006348         MOVE 16 TO RETURN-CODE
006349         STOP RUN
006350     END-IF.
006350     PERFORM 1690-ABRIR-HIST-ESTORNO THRU 1690-EXIT.
006350     IF WS-HEST-STATUS NOT = "00"
006350         CLOSE STUDENT-GRADES-FILE
006350         CLOSE STUDENT-MASTER-FILE
006350         CLOSE TURMA-MASTER-FILE
006350         CLOSE ENTURMACAO-FILE
006350         CLOSE GRADE-HIST-FILE
006350         CLOSE AUDIT-FILE
006350         MOVE 16 TO RETURN-CODE
006350         STOP RUN
006350     END-IF.
006350     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
006360     MOVE WS-HORA-INICIO TO WS-HORA-EXECUCAO.
006361     IF MODO-NORMAL
006362         PERFORM 1650-CONFERIR-RUNLOG THRU 1650-EXIT
006363     END-IF.
006680             CLOSE STUDENT-GRADES-FILE
006690             CLOSE STUDENT-MASTER-FILE
006691             CLOSE TURMA-MASTER-FILE
006692             CLOSE ENTURMACAO-FILE
006700             MOVE 16 TO RETURN-CODE
006710             STOP RUN
006720     END-READ.
006770         CLOSE STUDENT-GRADES-FILE
006780         CLOSE STUDENT-MASTER-FILE
006781         CLOSE TURMA-MASTER-FILE
006782         CLOSE ENTURMACAO-FILE
006790         MOVE 16 TO RETURN-CODE
006800         STOP RUN
006810     END-IF.
007004*                 CONSTA COMO CONCLUIDO COM SUCESSO EM MODO       *
007005*                 NORMAL; EM CASO POSITIVO A EXECUCAO E RECUSADA  *
007006*                 COM RETURN-CODE 12, SALVO REPROCESSAMENTO       *
007007*                 AUTORIZADO NO PROCPARM. CADA ESTORNO (REGISTRO  *
007007*                 "X") BAIXA SOMENTE A EXECUCAO QUE REVERTEU; O   *
007007*                 LOTE SO DEIXA DE BLOQUEAR QUANDO NAO RESTA      *
007007*                 EXECUCAO CONCLUIDA E NAO ESTORNADA              *
007008*-----------------------------------------------------------*
007009 1650-CONFERIR-RUNLOG.
007010     MOVE "N" TO WS-LOTE-CONCLUIDO-SW.
007010     MOVE ZERO TO WS-RLC-QTD.
007011     MOVE "N" TO WS-RUNLOG-EOF-SW.
007012     OPEN INPUT RUN-LOG-FILE.
007013     IF WS-RUNLOG-STATUS NOT = "00"
007025         AND RL-DATA-REFERENCIA = WS-DATA-REFERENCIA
007026         AND RL-RETURN-CODE IS NUMERIC
007027         AND RL-RETURN-CODE < 16
007028         PERFORM 1655-GUARDAR-CONCLUIDA THRU 1655-EXIT
007029     END-IF.
007029     IF RL-REG-ESTORNO
007029         AND (RL-MODO = "N" OR RL-MODO = " ")
007029         AND RL-PERIODO-LETIVO = WS-PERIODO-LETIVO
007029         AND RL-DATA-REFERENCIA = WS-DATA-REFERENCIA
007029         PERFORM 1660-BAIXAR-ESTORNADA THRU 1660-EXIT
007029             VARYING WS-RLC-IX FROM 1 BY 1
007029             UNTIL WS-RLC-IX > WS-RLC-QTD
007029     END-IF.
007030     GO TO 1650-LER.
007031 1650-CONFERIR.
007031     PERFORM 1665-PROCURAR-VIGENTE THRU 1665-EXIT
007031         VARYING WS-RLC-IX FROM 1 BY 1
007031         UNTIL WS-RLC-IX > WS-RLC-QTD
007031            OR LOTE-JA-CONCLUIDO.
007032     IF NOT LOTE-JA-CONCLUIDO
007033         GO TO 1650-EXIT
007034     END-IF.
007034     IF MODO-PREVIA
007034         DISPLAY "AVISO: LOTE DO PERIODO " WS-PERIODO-LETIVO
007034             " COM DATA DE REFERENCIA " WS-DATA-REFERENCIA
007034             " JA CONSTA COMO CONCLUIDO NO RUNLOG"
007034         DISPLAY "   A EXECUCAO REAL EXIGIRA O REPROCESSAMENTO "
007034             "AUTORIZADO NO PROCPARM"
007034         GO TO 1650-EXIT
007034     END-IF.
007035     IF REPROCESSO-AUTORIZADO
007036         DISPLAY "AVISO: LOTE DO PERIODO " WS-PERIODO-LETIVO
007037             " COM DATA DE REFERENCIA " WS-DATA-REFERENCIA
007047         CLOSE STUDENT-GRADES-FILE
007048         CLOSE STUDENT-MASTER-FILE
007049         CLOSE TURMA-MASTER-FILE
007050         CLOSE ENTURMACAO-FILE
007050         CLOSE GRADE-HIST-FILE
007051         CLOSE AUDIT-FILE
007051         CLOSE HIST-ESTORNO-FILE
007052         MOVE 12 TO RETURN-CODE
007053         STOP RUN
007054     END-IF.
007055 1650-EXIT.
007056     EXIT.
007056*-----------------------------------------------------------*
007056*  1655-GUARDAR-CONCLUIDA - GUARDA NA TABELA A EXECUCAO NORMAL    *
007056*                 CONCLUIDA DO LOTE, IDENTIFICADA PELA DATA DE    *
007056*                 EXECUCAO E HORA DE INICIO                       *
007056*-----------------------------------------------------------*
007056 1655-GUARDAR-CONCLUIDA.
007056     IF WS-RLC-QTD >= WS-RLC-LIMITE
007056         DISPLAY "ERRO: MAIS DE " WS-RLC-LIMITE " EXECUCOES "
007056             "CONCLUIDAS DO LOTE NO RUNLOG"
007056         CLOSE RUN-LOG-FILE
007056         MOVE 16 TO RETURN-CODE
007056         STOP RUN
007056     END-IF.
007056     ADD 1 TO WS-RLC-QTD.
007056     MOVE RL-DATA-EXECUCAO TO RLC-DATA-EXECUCAO (WS-RLC-QTD).
007056     MOVE RL-HORA-INICIO   TO RLC-HORA-INICIO (WS-RLC-QTD).
007056     MOVE "S"              TO RLC-VIGENTE-SW (WS-RLC-QTD).
007056 1655-EXIT.
007056     EXIT.
007056*-----------------------------------------------------------*
007056*  1660-BAIXAR-ESTORNADA - MARCA COMO NAO VIGENTE A EXECUCAO      *
007056*                 REVERTIDA PELO REGISTRO DE ESTORNO LIDO         *
007056*-----------------------------------------------------------*
007056 1660-BAIXAR-ESTORNADA.
007056     IF RLC-DATA-EXECUCAO (WS-RLC-IX) = RL-ESTORNO-DATA-EXECUCAO
007056         AND RLC-HORA-INICIO (WS-RLC-IX) = RL-ESTORNO-HORA-INICIO
007056         MOVE "N" TO RLC-VIGENTE-SW (WS-RLC-IX)
007056     END-IF.
007056 1660-EXIT.
007056     EXIT.
007056*-----------------------------------------------------------*
007056*  1665-PROCURAR-VIGENTE - LIGA LOTE-JA-CONCLUIDO SE A EXECUCAO   *
007056*                 DA TABELA CONTINUA VIGENTE (NAO ESTORNADA)      *
007056*-----------------------------------------------------------*
007056 1665-PROCURAR-VIGENTE.
007056     IF RLC-VIGENTE-SW (WS-RLC-IX) = "S"
007056         SET LOTE-JA-CONCLUIDO TO TRUE
007056     END-IF.
007056 1665-EXIT.
007056     EXIT.
007057*-----------------------------------------------------------*
007058*  1680-GRAVAR-ABERTURA - GRAVA NO LIVRO DE EXECUCOES O           *
007059*                 REGISTRO DE ABERTURA DA EXECUCAO CORRENTE       *
007076     MOVE ZEROS              TO RL-QTD-REJEITADOS
007077     MOVE ZEROS              TO RL-SIS-GRAVADOS
007078     MOVE ZEROS              TO RL-RETURN-CODE
007078     MOVE SPACES             TO RL-ESTORNO-DATA-EXECUCAO
007078     MOVE SPACES             TO RL-ESTORNO-HORA-INICIO
007079     WRITE RUN-LOG-RECORD
007080     CLOSE RUN-LOG-FILE.
007081 1680-EXIT.
007082     EXIT.
007083*-----------------------------------------------------------*
007083*  1690-ABRIR-HIST-ESTORNO - ABRE O ARQUIVO DE IMAGENS PARA      *
007083*                 ESTORNO (HISTESTORNO), CRIANDO-O NA PRIMEIRA   *
007083*                 EXECUCAO; SEM ELE A EXECUCAO NAO PODERIA SER   *
007083*                 DESFEITA E E ABORTADA PELO CHAMADOR            *
007083*-----------------------------------------------------------*
007083 1690-ABRIR-HIST-ESTORNO.
007083     OPEN I-O HIST-ESTORNO-FILE.
007083     IF WS-HEST-STATUS NOT = "00"
007083         OPEN OUTPUT HIST-ESTORNO-FILE
007083         CLOSE HIST-ESTORNO-FILE
007083         OPEN I-O HIST-ESTORNO-FILE
007083     END-IF.
007083     IF WS-HEST-STATUS NOT = "00"
007083         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
007083             "IMAGENS HISTESTORNO - STATUS: " WS-HEST-STATUS
007083     END-IF.
007083 1690-EXIT.
007083     EXIT.
007010*-----------------------------------------------------------*
007020*  1700-VERIFICAR-CHECKPOINT - VERIFICA SE EXISTE CHECKPOINT    *
007030*                 DE UMA EXECUCAO ANTERIOR INTERROMPIDA         *
007414                 MOVE CKP-FREQ-SEM-APURACAO
007415                                   TO WS-FREQ-SEM-APURACAO
007416             END-IF
007417             IF CKP-NAO-ENTURMADOS IS NUMERIC
007418                 MOVE CKP-NAO-ENTURMADOS
007419                                   TO WS-NAO-ENTURMADOS
007420             END-IF
007421             IF CKP-ENTURMADOS-SEM-NOTA IS NUMERIC
007422                 MOVE CKP-ENTURMADOS-SEM-NOTA
007423                                   TO WS-ENTURMADOS-SEM-NOTA
007424             END-IF
007410             IF CKP-OCORRENCIA IS NUMERIC
007420                 AND CKP-OCORRENCIA > 0
007430                 MOVE CKP-OCORRENCIA
007608     END-READ.
007609 1760-EXIT.
007610     EXIT.
007611*-----------------------------------------------------------*
007612*  1770-OBTER-REGIMENTO - LE O ARQUIVO DE REGRAS DO              *
007613*                 REGIMENTO (EM ORDEM DE PERIODO INICIAL DE      *
007614*                 VIGENCIA) E GUARDA A ULTIMA REGRA CUJA         *
007615*                 VIGENCIA COMECA ATE O PERIODO LETIVO DA        *
007616*                 EXECUCAO; OS PARAMETROS USADOS SAEM NO         *
007617*                 RELATORIO. SEM REGRA VIGENTE, QUEM CHAMOU      *
007618*                 ENCERRA A EXECUCAO                             *
007619*-----------------------------------------------------------*
007620 1770-OBTER-REGIMENTO.
007621     MOVE "N" TO WS-REGRA-ACHADA-SW.
007622     OPEN INPUT REGIMENTO-FILE.
007623     IF WS-REGIM-STATUS NOT = "00"
007624         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
007625             "REGRAS REGIMENTO - STATUS: " WS-REGIM-STATUS
007626         GO TO 1770-EXIT
007627     END-IF.
007628 1770-LER.
007629     READ REGIMENTO-FILE NEXT RECORD
007630         AT END
007631             GO TO 1770-FECHAR
007632     END-READ.
007633     IF RGM-PERIODO-INICIAL > WS-PERIODO-LETIVO
007634         GO TO 1770-FECHAR
007635     END-IF.
007636     MOVE RGM-PERIODO-INICIAL   TO WS-REGIM-VIGENCIA.
007637     MOVE RGM-ATO-APROVACAO     TO WS-REGIM-ATO.
007638     MOVE RGM-MEDIA-MINIMA      TO WS-MEDIA-MINIMA.
007639     MOVE RGM-NOTA-CORTE-RECUP  TO WS-NOTA-CORTE-RECUP.
007640     MOVE RGM-FREQ-MINIMA       TO WS-FREQ-MINIMA.
007641     MOVE RGM-PESO-MEDIA-RECUP  TO WS-PESO-MEDIA-RECUP.
007642     MOVE RGM-PESO-EXAME-RECUP  TO WS-PESO-EXAME-RECUP.
007643     MOVE RGM-MEDIA-FINAL-RECUP TO WS-MEDIA-FINAL-RECUP.
007644     SET REGRA-VIGENTE-ACHADA TO TRUE.
007645     GO TO 1770-LER.
007646 1770-FECHAR.
007647     CLOSE REGIMENTO-FILE.
007648     IF NOT REGRA-VIGENTE-ACHADA
007649         DISPLAY "ERRO: NENHUMA REGRA DO REGIMENTO VIGENTE NO "
007650             "PERIODO LETIVO " WS-PERIODO-LETIVO
007651         GO TO 1770-EXIT
007652     END-IF.
007653     COMPUTE WS-PESO-TOTAL-RECUP =
007654         WS-PESO-MEDIA-RECUP + WS-PESO-EXAME-RECUP.
007655     DISPLAY "REGIMENTO VIGENTE A PARTIR DE " WS-REGIM-VIGENCIA
007656         " - " WS-REGIM-ATO.
007657     DISPLAY "   MEDIA MINIMA DE APROVACAO ....: "
007657         WS-MEDIA-MINIMA.
007658     DISPLAY "   NOTA DE CORTE DA RECUPERACAO .: "
007659         WS-NOTA-CORTE-RECUP.
007660     DISPLAY "   FREQUENCIA MINIMA (%) ........: " WS-FREQ-MINIMA.
007661     DISPLAY "   RECUPERACAO: (MEDIA X " WS-PESO-MEDIA-RECUP
007662         " + EXAME X " WS-PESO-EXAME-RECUP ") / "
007663         WS-PESO-TOTAL-RECUP " - APROVADO COM "
007664         WS-MEDIA-FINAL-RECUP.
007665 1770-EXIT.
007666     EXIT.
007666*-----------------------------------------------------------*
007666*  1780-INICIAR-PREVIA - NO MODO DE PREVIA ABRE O GRADEHIST      *
007666*                 SO PARA LEITURA, CONFERE O RUNLOG SEM          *
007666*                 RECUSAR O LOTE E CARREGA OS RESULTADOS DO      *
007666*                 PERIODO PARA O COMPARATIVO; AUDITMSTR,         *
007666*                 SISEXTRACT, REJECTLOG, CHECKPOINTLOG E         *
007666*                 RUNLOG NAO SAO ABERTOS PARA GRAVACAO           *
007666*-----------------------------------------------------------*
007666 1780-INICIAR-PREVIA.
007666     OPEN INPUT GRADE-HIST-FILE.
007666     IF WS-HIST-STATUS NOT = "00"
007666         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O HISTORICO "
007666             "GRADEHIST - STATUS: " WS-HIST-STATUS
007666         CLOSE STUDENT-GRADES-FILE
007666         CLOSE STUDENT-MASTER-FILE
007666         CLOSE TURMA-MASTER-FILE
007666         CLOSE ENTURMACAO-FILE
007666         MOVE 16 TO RETURN-CODE
007666         STOP RUN
007666     END-IF.
007666     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
007666     ACCEPT WS-HORA-EXECUCAO FROM TIME.
007666     PERFORM 1650-CONFERIR-RUNLOG THRU 1650-EXIT.
007666     PERFORM 1790-CARREGAR-HISTORICO THRU 1790-EXIT.
007666     DISPLAY "================ PREVIA DO LOTE ================".
007666     DISPLAY "MODO DE PREVIA - NENHUM ARQUIVO PERMANENTE SERA "
007666         "ATUALIZADO".
007666     DISPLAY "   GRADEHIST, AUDITMSTR, SISEXTRACT, REJECTLOG, "
007666         "CHECKPOINTLOG E RUNLOG FICAM COMO ESTAO".
007666     DISPLAY "RESULTADOS DO PERIODO JA NO GRADEHIST: " WS-PRV-QTD.
007666 1780-EXIT.
007666     EXIT.
007666*-----------------------------------------------------------*
007666*  1790-CARREGAR-HISTORICO - CARREGA NA TABELA DA PREVIA OS      *
007666*                 RESULTADOS DO GRADEHIST NO PERIODO LETIVO DO   *
007666*                 LOTE (MATRICULA, TURMA, MEDIA E SITUACAO)      *
007666*-----------------------------------------------------------*
007666 1790-CARREGAR-HISTORICO.
007666     MOVE LOW-VALUES TO GH-CHAVE.
007666     START GRADE-HIST-FILE KEY >= GH-CHAVE
007666         INVALID KEY
007666             GO TO 1790-EXIT
007666     END-START.
007666 1790-LER.
007666     READ GRADE-HIST-FILE NEXT RECORD
007666         AT END
007666             GO TO 1790-EXIT
007666     END-READ.
007666     IF GH-PERIODO-LETIVO NOT = WS-PERIODO-LETIVO
007666         GO TO 1790-LER
007666     END-IF.
007666     IF WS-PRV-QTD >= WS-PRV-LIMITE
007666         DISPLAY "ERRO: MAIS DE " WS-PRV-LIMITE " RESULTADOS DO "
007666             "PERIODO NO GRADEHIST - PREVIA NAO SUPORTADA"
007666         MOVE 16 TO RETURN-CODE
007666         STOP RUN
007666     END-IF.
007666     ADD 1 TO WS-PRV-QTD.
007666     MOVE GH-MATRICULA   TO PRV-MATRICULA (WS-PRV-QTD).
007666     MOVE GH-TURMA       TO PRV-TURMA (WS-PRV-QTD).
007666     MOVE GH-MEDIA-FINAL TO PRV-MEDIA-FINAL (WS-PRV-QTD).
007666     MOVE GH-SITUACAO    TO PRV-SITUACAO (WS-PRV-QTD).
007666     MOVE "N"            TO PRV-VISTO-SW (WS-PRV-QTD).
007666     GO TO 1790-LER.
007666 1790-EXIT.
007666     EXIT.
007570*-----------------------------------------------------------*
007580*  1800-AVANCAR-PARA-CHECKPOINT - DESCARTA OS REGISTROS JA      *
007590*                 PROCESSADOS NA EXECUCAO ANTERIOR, PARANDO NA  *
007600*                 ULTIMA MATRICULA GRAVADA NO CHECKPOINT; AS    *
007601*                 MATRICULAS DA TURMA DO CHECKPOINT VOLTAM PARA *
007602*                 A TABELA DE ALUNOS LIDOS NA TURMA             *
007610*-----------------------------------------------------------*
007620 1800-AVANCAR-PARA-CHECKPOINT.
007630     MOVE ZERO TO WS-SKIP-OCORRENCIA.
007660     IF FIM-DE-ARQUIVO
007670         GO TO 1800-EXIT
007680     END-IF
007681     IF SG-TURMA = WS-CHECKPOINT-TURMA
007682         PERFORM 2560-MARCAR-VISTO THRU 2560-EXIT
007683     END-IF
007690     IF SG-MATRICULA = WS-CHECKPOINT-MATRICULA
007700         AND SG-TURMA = WS-CHECKPOINT-TURMA
007710         ADD 1 TO WS-SKIP-OCORRENCIA
008260         DISPLAY "================ TURMA: " WS-TURMA-ATUAL
008270             " ================"
008271         PERFORM 2600-VALIDAR-TURMA THRU 2600-EXIT
008271         IF MODO-PREVIA
008271             PERFORM 6910-VERIFICAR-TURMA-PREVIA THRU 6910-EXIT
008271         END-IF
008280     END-IF
008281     PERFORM 2560-MARCAR-VISTO THRU 2560-EXIT
008281     IF NOT TURMA-VALIDA
008282         IF TURMA-INEXISTENTE
008283             DISPLAY "REGISTRO REJEITADO - MATRICULA: "
008310         PERFORM 7000-GRAVA-CHECKPOINT THRU 7000-EXIT
008320         GO TO 2000-PROXIMO-REGISTRO
008330     END-IF
008331     PERFORM 2550-VALIDAR-ENTURMACAO THRU 2550-EXIT
008332     IF NOT ALUNO-ENTURMADO
008333         PERFORM 7000-GRAVA-CHECKPOINT THRU 7000-EXIT
008334         GO TO 2000-PROXIMO-REGISTRO
008335     END-IF
008340     MOVE SG-QTD-NOTAS TO WS-QTD-NOTAS
008350     MOVE SG-USA-PESO TO WS-USA-PESO-SW
008360     IF WS-QTD-NOTAS < 1 OR WS-QTD-NOTAS > 10
008932             "DE RECUPERACAO"
008933     END-IF
008930     PERFORM 5000-ACUMULAR-ESTATISTICAS THRU 5000-EXIT
008930     IF MODO-PREVIA
008930         IF SITUACAO-RECUPERACAO
008930             ADD 1 TO WS-ALUNOS-RECUPERACAO
008930         ELSE
008930             ADD 1 TO WS-SIS-GRAVADOS
008930             ADD WS-MEDIA-CALC TO WS-SIS-SOMA-MEDIAS
008930         END-IF
008930         PERFORM 6900-COMPARAR-HISTORICO THRU 6900-EXIT
008930         GO TO 2000-PROXIMO-REGISTRO
008930     END-IF
008940     PERFORM 6000-GRAVA-AUDITORIA THRU 6000-EXIT
008950     IF SITUACAO-RECUPERACAO
008960         ADD 1 TO WS-ALUNOS-RECUPERACAO
009210         CLOSE REJECT-FILE
009220         CLOSE STUDENT-MASTER-FILE
009221         CLOSE TURMA-MASTER-FILE
009222         CLOSE ENTURMACAO-FILE
009230         CLOSE GRADE-HIST-FILE
009240         MOVE 16 TO RETURN-CODE
009250         STOP RUN
009420             CLOSE REJECT-FILE
009430             CLOSE STUDENT-MASTER-FILE
009431             CLOSE TURMA-MASTER-FILE
009432             CLOSE ENTURMACAO-FILE
009440             CLOSE GRADE-HIST-FILE
009450             MOVE 16 TO RETURN-CODE
009460             STOP RUN
010750 2500-EXIT.
010760     EXIT.
010761*-----------------------------------------------------------*
010762*  2550-VALIDAR-ENTURMACAO - CONFERE SE O ALUNO ESTA ENTURMADO   *
010763*                 (SITUACAO ATIVA) NA TURMA CORRENTE DO PERIODO  *
010764*                 LETIVO; ALUNO FORA DA TURMA E REJEITADO        *
010765*                 (MOTIVO NE) E FICA FORA DO HISTORICO E DO      *
010766*                 EXTRATO SIS                                    *
010767*-----------------------------------------------------------*
010768 2550-VALIDAR-ENTURMACAO.
010769     MOVE "S" TO WS-ENTURMADO-SW
010770     MOVE WS-PERIODO-LETIVO TO ENT-PERIODO-LETIVO
010771     MOVE SG-TURMA          TO ENT-TURMA
010772     MOVE SG-MATRICULA      TO ENT-MATRICULA
010773     READ ENTURMACAO-FILE
010774         INVALID KEY
010775             MOVE "N" TO WS-ENTURMADO-SW
010776         NOT INVALID KEY
010777             IF NOT ENT-ATIVA
010778                 MOVE "N" TO WS-ENTURMADO-SW
010779             END-IF
010780     END-READ
010781     IF NOT ALUNO-ENTURMADO
010782         DISPLAY "REGISTRO REJEITADO - MATRICULA: " SG-MATRICULA
010783             " NAO ENTURMADA NA TURMA " SG-TURMA " NO PERIODO "
010784             WS-PERIODO-LETIVO
010785         ADD 1 TO WS-REGISTROS-REJEITADOS
010786         ADD 1 TO WS-NAO-ENTURMADOS
010787         MOVE "NE" TO WS-REJ-MOTIVO
010788         MOVE ZEROS TO WS-REJ-POSICAO
010789         PERFORM 6800-GRAVA-REJEITO THRU 6800-EXIT
010790     END-IF.
010791 2550-EXIT.
010792     EXIT.
010793*-----------------------------------------------------------*
010794*  2560-MARCAR-VISTO - GUARDA A MATRICULA LIDA NA TURMA          *
010795*                 CORRENTE, PARA O FECHAMENTO DA TURMA SEPARAR O *
010796*                 ALUNO QUE NAO VEIO NO LOTE                     *
010797*-----------------------------------------------------------*
010798 2560-MARCAR-VISTO.
010799     IF WS-VIS-QTD >= WS-VIS-LIMITE
010800         DISPLAY "ERRO: MAIS DE " WS-VIS-LIMITE " REGISTROS NA "
010801             "TURMA " SG-TURMA " - DIVIDA A TURMA NO LOTE"
010802         MOVE 16 TO RETURN-CODE
010803         STOP RUN
010804     END-IF
010805     ADD 1 TO WS-VIS-QTD
010806     MOVE SG-MATRICULA TO VIS-MATRICULA (WS-VIS-QTD).
010807 2560-EXIT.
010808     EXIT.
010761*-----------------------------------------------------------*
010762*  2600-VALIDAR-TURMA - CONFERE A TURMA CORRENTE CONTRA O         *
010763*                 CADASTRO DE TURMAS: TURMA INEXISTENTE OU        *
010764*                 ENCERRADA TEM TODOS OS REGISTROS REJEITADOS;    *
011100     EXIT.
011110*-----------------------------------------------------------*
011120*  4000-DETERMINAR-SITUACAO - COMPARA A MEDIA DO ALUNO COM A    *
011130*                 MEDIA MINIMA DE APROVACAO DO REGIMENTO        *
011131*                 VIGENTE; FREQUENCIA APURADA ABAIXO DA MINIMA  *
011132*                 REPROVA POR FALTA ANTES DE QUALQUER EXAME,    *
011133*                 MESMO COM MEDIA ACIMA DA MINIMA               *
011140*-----------------------------------------------------------*
011150 4000-DETERMINAR-SITUACAO.
011151     IF FREQUENCIA-APURADA
011480     EXIT.
011490*-----------------------------------------------------------*
011500*  5500-FECHAR-TURMA - IMPRIME O RESUMO DA TURMA QUE ACABOU DE   *
011510*                 FECHAR (QUEBRA DE CONTROLE), LISTA OS ALUNOS   *
011511*                 ENTURMADOS QUE FICARAM SEM REGISTRO DE NOTA E  *
011520*                 ZERA OS ACUMULADORES PARA A TURMA SEGUINTE     *
011530*-----------------------------------------------------------*
011540 5500-FECHAR-TURMA.
011550     DISPLAY "========= RESUMO DA TURMA " WS-TURMA-ATUAL
011700             DISPLAY "NENHUM ALUNO PROCESSADO NESTA TURMA"
011701         END-IF
011710     END-IF
011711     IF TURMA-VALIDA
011712         PERFORM 5510-LISTAR-SEM-NOTA THRU 5510-EXIT
011713     END-IF
011713     IF MODO-PREVIA
011713         PERFORM 6950-LISTAR-SAIDAS-PREVIA THRU 6950-EXIT
011713     END-IF
011714     MOVE ZERO  TO WS-VIS-QTD
011720     MOVE ZERO  TO WS-QTD-ALUNOS
011730     MOVE ZEROS TO WS-SOMA-MEDIAS
011740     MOVE ZEROS TO WS-MAIOR-MEDIA
011750     MOVE 999   TO WS-MENOR-MEDIA.
011760 5500-EXIT.
011770     EXIT.
011771*-----------------------------------------------------------*
011772*  5510-LISTAR-SEM-NOTA - PERCORRE O CADASTRO DE ENTURMACAO DO   *
011773*                 PERIODO E TURMA QUE FECHOU E LISTA O ALUNO     *
011774*                 ENTURMADO (SITUACAO ATIVA) QUE NAO VEIO NO     *
011775*                 LOTE E NAO TEM RESULTADO NO GRADEHIST, PARA A  *
011776*                 TURMA NAO SER DADA COMO FECHADA COM ALUNO      *
011777*                 FALTANDO                                       *
011778*-----------------------------------------------------------*
011779 5510-LISTAR-SEM-NOTA.
011780     MOVE ZERO TO WS-SEM-NOTA-TURMA
011781     MOVE WS-PERIODO-LETIVO TO ENT-PERIODO-LETIVO
011782     MOVE WS-TURMA-ATUAL    TO ENT-TURMA
011783     MOVE LOW-VALUES        TO ENT-MATRICULA
011784     START ENTURMACAO-FILE KEY IS NOT < ENT-CHAVE
011785         INVALID KEY
011786             GO TO 5510-RESUMO
011787     END-START.
011788 5510-LER.
011789     READ ENTURMACAO-FILE NEXT RECORD
011790         AT END
011791             GO TO 5510-RESUMO
011792     END-READ
011793     IF ENT-PERIODO-LETIVO NOT = WS-PERIODO-LETIVO
011794         OR ENT-TURMA NOT = WS-TURMA-ATUAL
011795         GO TO 5510-RESUMO
011796     END-IF
011797     IF NOT ENT-ATIVA
011798         GO TO 5510-LER
011799     END-IF
011800     MOVE "N" TO WS-VIS-ACHOU-SW
011801     PERFORM 5520-PROCURAR-VISTO THRU 5520-EXIT
011802         VARYING WS-VIS-IX FROM 1 BY 1
011803         UNTIL WS-VIS-IX > WS-VIS-QTD
011804     IF ALUNO-VISTO-NO-LOTE
011805         GO TO 5510-LER
011806     END-IF
011807     MOVE ENT-MATRICULA     TO GH-MATRICULA
011808     MOVE WS-PERIODO-LETIVO TO GH-PERIODO-LETIVO
011809     MOVE WS-TURMA-ATUAL    TO GH-TURMA
011810     READ GRADE-HIST-FILE
011811         INVALID KEY
011812             CONTINUE
011813         NOT INVALID KEY
011814             GO TO 5510-LER
011815     END-READ
011816     MOVE ENT-MATRICULA TO MST-MATRICULA
011817     READ STUDENT-MASTER-FILE
011818         INVALID KEY
011819             MOVE "*** NAO CONSTA NO CADASTRO ***"
011820                 TO MST-NOME-OFICIAL
011821     END-READ
011822     IF WS-SEM-NOTA-TURMA = 0
011823         DISPLAY "ALUNOS ENTURMADOS SEM REGISTRO DE NOTA:"
011824     END-IF
011825     DISPLAY "   ENTURMADO SEM NOTA: " ENT-MATRICULA " "
011826         MST-NOME-OFICIAL
011827     ADD 1 TO WS-SEM-NOTA-TURMA
011828     ADD 1 TO WS-ENTURMADOS-SEM-NOTA
011829     GO TO 5510-LER.
011830 5510-RESUMO.
011831     IF WS-SEM-NOTA-TURMA > 0
011832         DISPLAY "ATENCAO: " WS-SEM-NOTA-TURMA " ALUNO(S) "
011833             "ENTURMADO(S) SEM NOTA - TURMA NAO FECHADA"
011834     ELSE
011835         DISPLAY "TODOS OS ALUNOS ENTURMADOS TEM REGISTRO DE NOTA"
011836     END-IF.
011837 5510-EXIT.
011838     EXIT.
011839*-----------------------------------------------------------*
011840*  5520-PROCURAR-VISTO - CONFERE UMA ENTRADA DA TABELA DE        *
011841*                 MATRICULAS LIDAS NA TURMA CONTRA O ENTURMADO   *
011842*-----------------------------------------------------------*
011843 5520-PROCURAR-VISTO.
011844     IF VIS-MATRICULA (WS-VIS-IX) = ENT-MATRICULA
011845         SET ALUNO-VISTO-NO-LOTE TO TRUE
011846     END-IF.
011847 5520-EXIT.
011848     EXIT.
011780*-----------------------------------------------------------*
011790*  6000-GRAVA-AUDITORIA - GRAVA NO ARQUIVO DE AUDITORIA OS      *
011800*                 DADOS USADOS NO CALCULO DA MEDIA DO ALUNO     *
011964                            TO AUD-PERC-FREQUENCIA
011965     MOVE WS-FREQ-APURADA-SW
011966                            TO AUD-FREQ-APURADA
011967     MOVE ZEROS             TO AUD-PROTOCOLO
011967     MOVE SPACES            TO AUD-ESTORNO
011967     MOVE SPACES            TO AUD-DATA-ESTORNO
011970     PERFORM 6100-GRAVAR-AUDITORIA-MSTR THRU 6100-EXIT.
011980 6000-EXIT.
011990     EXIT.
012160*-----------------------------------------------------------*
012170*  6700-GRAVA-HISTORICO - GRAVA (OU REGRAVA) NO HISTORICO        *
012180*                 PERMANENTE O RESULTADO DO ALUNO NO PERIODO     *
012190*                 LETIVO E TURMA CORRENTES, GUARDANDO ANTES A    *
012190*                 IMAGEM ANTERIOR PARA ESTORNO                   *
012200*-----------------------------------------------------------*
012210 6700-GRAVA-HISTORICO.
012220     MOVE SG-MATRICULA      TO GH-MATRICULA
012230     MOVE WS-PERIODO-LETIVO TO GH-PERIODO-LETIVO
012240     MOVE SG-TURMA          TO GH-TURMA
012240     READ GRADE-HIST-FILE
012240         INVALID KEY MOVE "N" TO WS-HES-EXISTIA-SW
012240         NOT INVALID KEY MOVE "S" TO WS-HES-EXISTIA-SW
012240     END-READ
012240     IF WS-HES-EXISTIA-SW = "S" AND GH-NOTA-EXTERNA
012240         DISPLAY "AVISO: MEDIA EXTERNA DA MATRICULA " SG-MATRICULA
012240             " TURMA " SG-TURMA " (" GH-ESCOLA-ORIGEM
012240             ") SUBSTITUIDA PELA MEDIA APURADA NA ESCOLA"
012240     END-IF
012240     IF SITUACAO-RECUPERACAO
012240         MOVE "N" TO WS-HES-SIS-SW
012240     ELSE
012240         MOVE "S" TO WS-HES-SIS-SW
012240     END-IF
012240     PERFORM 6750-GUARDAR-IMAGEM-ANTERIOR THRU 6750-EXIT
012240     MOVE SG-MATRICULA      TO GH-MATRICULA
012240     MOVE WS-PERIODO-LETIVO TO GH-PERIODO-LETIVO
012240     MOVE SG-TURMA          TO GH-TURMA
012250     MOVE WS-MEDIA-CALC     TO GH-MEDIA-FINAL
012260     MOVE WS-SITUACAO       TO GH-SITUACAO
012260     MOVE SPACE             TO GH-ORIGEM
012260     MOVE SPACES            TO GH-ESCOLA-ORIGEM
012270     WRITE GRADE-HIST-RECORD
012280         INVALID KEY
012290             REWRITE GRADE-HIST-RECORD
012300     END-WRITE.
012310 6700-EXIT.
012320     EXIT.
012321*-----------------------------------------------------------*
012321*  6750-GUARDAR-IMAGEM-ANTERIOR - GUARDA NO HISTESTORNO, SOB     *
012321*                 A CHAVE DA EXECUCAO (DATA E HORA DE INICIO), A *
012321*                 IMAGEM DO GRADEHIST ANTES DA GRAVACAO, A IMAGEM*
012321*                 QUE ESTA SENDO GRAVADA E SE O ALUNO FOI PARA O *
012321*                 SISEXTRACT. SE O REGISTRO JA FOI ALTERADO NA   *
012321*                 MESMA EXECUCAO (CORRECOES ENCADEADAS) A IMAGEM *
012321*                 ANTERIOR ORIGINAL E MANTIDA. ESPERA NO GRADEHIST*
012321*                 A IMAGEM ANTERIOR (SE WS-HES-EXISTIA-SW = "S") E*
012321*                 EM WS-MEDIA-CALC/WS-SITUACAO A NOVA            *
012321*-----------------------------------------------------------*
012321 6750-GUARDAR-IMAGEM-ANTERIOR.
012321     MOVE WS-DATA-EXECUCAO  TO HES-DATA-EXECUCAO
012321     MOVE WS-HORA-EXECUCAO  TO HES-HORA-EXECUCAO
012321     MOVE GH-MATRICULA      TO HES-MATRICULA
012321     MOVE GH-PERIODO-LETIVO TO HES-PERIODO-LETIVO
012321     MOVE GH-TURMA          TO HES-TURMA
012321     READ HIST-ESTORNO-FILE
012321         INVALID KEY
012321             PERFORM 6760-INCLUIR-IMAGEM THRU 6760-EXIT
012321             GO TO 6750-EXIT
012321     END-READ
012321     MOVE WS-MEDIA-CALC     TO HES-MEDIA-GRAVADA
012321     MOVE WS-SITUACAO       TO HES-SITUACAO-GRAVADA
012321     IF WS-HES-SIS-SW = "S"
012321         MOVE "S" TO HES-SIS-EMITIDO
012321     END-IF
012321     REWRITE HIST-ESTORNO-RECORD
012321         INVALID KEY
012321             DISPLAY "ERRO: IMAGEM PARA ESTORNO NAO REGRAVADA - "
012321                 "MATRICULA " HES-MATRICULA " TURMA " HES-TURMA
012321                 " - STATUS: " WS-HEST-STATUS
012321             DISPLAY "EXECUCAO ABORTADA ANTES DE ALTERAR O "
012321                 "GRADEHIST DO ALUNO"
012321             MOVE 16 TO RETURN-CODE
012321             STOP RUN
012321     END-REWRITE.
012321 6750-EXIT.
012321     EXIT.
012321*-----------------------------------------------------------*
012321*  6760-INCLUIR-IMAGEM - INCLUI A IMAGEM DO PRIMEIRO REGISTRO    *
012321*                 DO GRADEHIST ALTERADO NA EXECUCAO              *
012321*-----------------------------------------------------------*
012321 6760-INCLUIR-IMAGEM.
012321     MOVE WS-MODO-EXECUCAO  TO HES-MODO
012321     MOVE WS-HES-EXISTIA-SW TO HES-EXISTIA
012321     IF HES-REGISTRO-NOVO
012321         MOVE ZEROS            TO HES-MEDIA-ANTERIOR
012321         MOVE SPACES           TO HES-SITUACAO-ANTERIOR
012321         MOVE SPACE            TO HES-ORIGEM-ANTERIOR
012321         MOVE SPACES           TO HES-ESCOLA-ANTERIOR
012321     ELSE
012321         MOVE GH-MEDIA-FINAL   TO HES-MEDIA-ANTERIOR
012321         MOVE GH-SITUACAO      TO HES-SITUACAO-ANTERIOR
012321         MOVE GH-ORIGEM        TO HES-ORIGEM-ANTERIOR
012321         MOVE GH-ESCOLA-ORIGEM TO HES-ESCOLA-ANTERIOR
012321     END-IF
012321     MOVE WS-MEDIA-CALC     TO HES-MEDIA-GRAVADA
012321     MOVE WS-SITUACAO       TO HES-SITUACAO-GRAVADA
012321     MOVE WS-HES-SIS-SW     TO HES-SIS-EMITIDO
012321     MOVE SPACES            TO HES-ESTORNO
012321     MOVE SPACES            TO HES-DATA-ESTORNO
012321     WRITE HIST-ESTORNO-RECORD
012321         INVALID KEY
012321             DISPLAY "ERRO: IMAGEM PARA ESTORNO NAO GRAVADA - "
012321                 "MATRICULA " HES-MATRICULA " TURMA " HES-TURMA
012321                 " - STATUS: " WS-HEST-STATUS
012321             DISPLAY "EXECUCAO ABORTADA ANTES DE ALTERAR O "
012321                 "GRADEHIST DO ALUNO"
012321             MOVE 16 TO RETURN-CODE
012321             STOP RUN
012321     END-WRITE.
012321 6760-EXIT.
012321     EXIT.
012330*-----------------------------------------------------------*
012340*  6800-GRAVA-REJEITO - GRAVA NO ARQUIVO DE REJEITOS A IMAGEM    *
012350*                 ORIGINAL DO REGISTRO DE ENTRADA, O MOTIVO DA   *
012440*                      MATRICULA DE UM REGISTRO JA PROCESSADO)   *
012441*                 TI = TURMA NAO CONSTA NO CADASTRO DE TURMAS    *
012442*                 TE = TURMA ENCERRADA NO CADASTRO DE TURMAS     *
012443*                 NE = ALUNO NAO ENTURMADO NA TURMA NO PERIODO   *
012450*-----------------------------------------------------------*
012460 6800-GRAVA-REJEITO.
012460     IF MODO-PREVIA
012460         ADD 1 TO WS-REJEITOS-GRAVADOS
012460         GO TO 6800-EXIT
012460     END-IF
012470     MOVE SPACES TO REJECT-RECORD
012480     MOVE STUDENT-GRADES-RECORD (1:99)
012490                            TO REJ-REGISTRO-ORIGINAL
012530     ADD 1 TO WS-REJEITOS-GRAVADOS.
012540 6800-EXIT.
012550     EXIT.
012550*-----------------------------------------------------------*
012550*  6900-COMPARAR-HISTORICO - NO MODO DE PREVIA, CONFRONTA O      *
012550*                 RESULTADO CALCULADO COM O QUE O GRADEHIST JA   *
012550*                 TEM PARA O ALUNO NA TURMA E PERIODO: APONTA    *
012550*                 MEDIA OU SITUACAO QUE MUDARIA E ALUNO QUE      *
012550*                 ENTRARIA NO HISTORICO DA TURMA                 *
012550*-----------------------------------------------------------*
012550 6900-COMPARAR-HISTORICO.
012550     MOVE ZERO TO WS-PRV-ACHOU-IX
012550     PERFORM 6905-PROCURAR-ALUNO-PREVIA THRU 6905-EXIT
012550         VARYING WS-PRV-IX FROM 1 BY 1
012550         UNTIL WS-PRV-IX > WS-PRV-QTD
012550     IF WS-PRV-ACHOU-IX = 0
012550         ADD 1 TO WS-PRV-ENTRARIAM
012550         IF TURMA-JA-NO-HISTORICO
012550             DISPLAY "   PREVIA: ALUNO ENTRARIA NO HISTORICO DA "
012550                 "TURMA"
012550         END-IF
012550         GO TO 6900-EXIT
012550     END-IF
012550     MOVE "S" TO PRV-VISTO-SW (WS-PRV-ACHOU-IX)
012550     IF PRV-MEDIA-FINAL (WS-PRV-ACHOU-IX) = WS-MEDIA-CALC
012550         AND PRV-SITUACAO (WS-PRV-ACHOU-IX) = WS-SITUACAO
012550         ADD 1 TO WS-PRV-INALTERADOS
012550         GO TO 6900-EXIT
012550     END-IF
012550     ADD 1 TO WS-PRV-ALTERADOS
012550     MOVE PRV-MEDIA-FINAL (WS-PRV-ACHOU-IX) TO WS-PRV-MEDIA-ED
012550     DISPLAY "   PREVIA: RESULTADO MUDARIA - NO GRADEHIST: MEDIA "
012550         WS-PRV-MEDIA-ED " SITUACAO: "
012550         PRV-SITUACAO (WS-PRV-ACHOU-IX).
012550 6900-EXIT.
012550     EXIT.
012550*-----------------------------------------------------------*
012550*  6905-PROCURAR-ALUNO-PREVIA - CONFERE UMA ENTRADA DA TABELA    *
012550*                 DA PREVIA CONTRA O ALUNO E A TURMA CORRENTES   *
012550*-----------------------------------------------------------*
012550 6905-PROCURAR-ALUNO-PREVIA.
012550     IF PRV-MATRICULA (WS-PRV-IX) = SG-MATRICULA
012550         AND PRV-TURMA (WS-PRV-IX) = SG-TURMA
012550         MOVE WS-PRV-IX TO WS-PRV-ACHOU-IX
012550     END-IF.
012550 6905-EXIT.
012550     EXIT.
012550*-----------------------------------------------------------*
012550*  6910-VERIFICAR-TURMA-PREVIA - NO MODO DE PREVIA, INFORMA      *
012550*                 SE A TURMA QUE ABRIU JA TEM RESULTADOS NO      *
012550*                 GRADEHIST DO PERIODO (COMPARATIVO ALUNO A      *
012550*                 ALUNO) OU SE E NOVA NO HISTORICO               *
012550*-----------------------------------------------------------*
012550 6910-VERIFICAR-TURMA-PREVIA.
012550     MOVE "N" TO WS-PRV-TURMA-HIST-SW
012550     PERFORM 6915-PROCURAR-TURMA-PREVIA THRU 6915-EXIT
012550         VARYING WS-PRV-IX FROM 1 BY 1
012550         UNTIL WS-PRV-IX > WS-PRV-QTD
012550     IF TURMA-JA-NO-HISTORICO
012550         DISPLAY "PREVIA: TURMA JA TEM RESULTADOS NO GRADEHIST "
012550             "DO PERIODO - COMPARATIVO ALUNO A ALUNO"
012550     ELSE
012550         ADD 1 TO WS-PRV-TURMAS-NOVAS
012550         DISPLAY "PREVIA: TURMA SEM RESULTADOS NO GRADEHIST DO "
012550             "PERIODO - TODOS OS ALUNOS ENTRARIAM"
012550     END-IF.
012550 6910-EXIT.
012550     EXIT.
012550*-----------------------------------------------------------*
012550*  6915-PROCURAR-TURMA-PREVIA - CONFERE UMA ENTRADA DA TABELA    *
012550*                 DA PREVIA CONTRA A TURMA CORRENTE              *
012550*-----------------------------------------------------------*
012550 6915-PROCURAR-TURMA-PREVIA.
012550     IF PRV-TURMA (WS-PRV-IX) = WS-TURMA-ATUAL
012550         SET TURMA-JA-NO-HISTORICO TO TRUE
012550     END-IF.
012550 6915-EXIT.
012550     EXIT.
012550*-----------------------------------------------------------*
012550*  6950-LISTAR-SAIDAS-PREVIA - NO FECHAMENTO DA TURMA EM MODO    *
012550*                 DE PREVIA, LISTA OS ALUNOS COM RESULTADO NO    *
012550*                 GRADEHIST DA TURMA QUE NAO ENTRARIAM NESTE     *
012550*                 LOTE (AUSENTES OU REJEITADOS); O RESULTADO     *
012550*                 ANTERIOR DELES PERMANECERIA NO HISTORICO       *
012550*-----------------------------------------------------------*
012550 6950-LISTAR-SAIDAS-PREVIA.
012550     MOVE ZERO TO WS-PRV-SAIDAS-TURMA
012550     PERFORM 6955-LISTAR-SAIDA THRU 6955-EXIT
012550         VARYING WS-PRV-IX FROM 1 BY 1
012550         UNTIL WS-PRV-IX > WS-PRV-QTD
012550     IF WS-PRV-SAIDAS-TURMA > 0
012550         DISPLAY "PREVIA: " WS-PRV-SAIDAS-TURMA " ALUNO(S) DO "
012550             "GRADEHIST FORA DESTE LOTE - RESULTADO ANTERIOR "
012550             "PERMANECERIA"
012550     END-IF.
012550 6950-EXIT.
012550     EXIT.
012550*-----------------------------------------------------------*
012550*  6955-LISTAR-SAIDA - LISTA UMA ENTRADA DA TABELA DA PREVIA     *
012550*                 DA TURMA QUE FECHOU QUE NAO FOI PROCESSADA     *
012550*-----------------------------------------------------------*
012550 6955-LISTAR-SAIDA.
012550     IF PRV-TURMA (WS-PRV-IX) NOT = WS-TURMA-ATUAL
012550         OR PRV-VISTO-SW (WS-PRV-IX) NOT = "N"
012550         GO TO 6955-EXIT
012550     END-IF
012550     IF WS-PRV-SAIDAS-TURMA = 0
012550         DISPLAY "PREVIA: ALUNOS COM RESULTADO NO GRADEHIST QUE "
012550             "SAIRIAM DO LOTE:"
012550     END-IF
012550     MOVE "S" TO PRV-VISTO-SW (WS-PRV-IX)
012550     ADD 1 TO WS-PRV-SAIDAS-TURMA
012550     ADD 1 TO WS-PRV-SAIRIAM
012550     MOVE PRV-MEDIA-FINAL (WS-PRV-IX) TO WS-PRV-MEDIA-ED
012550     DISPLAY "   SAIRIA: " PRV-MATRICULA (WS-PRV-IX)
012550         " MEDIA NO GRADEHIST: " WS-PRV-MEDIA-ED " SITUACAO: "
012550         PRV-SITUACAO (WS-PRV-IX).
012550 6955-EXIT.
012550     EXIT.
012550*-----------------------------------------------------------*
012550*  6980-RESUMO-PREVIA - EMITE O RESUMO DO COMPARATIVO DA         *
012550*                 PREVIA CONTRA O GRADEHIST                      *
012550*-----------------------------------------------------------*
012550 6980-RESUMO-PREVIA.
012550     DISPLAY "============ RESUMO DA PREVIA ============"
012550     DISPLAY "RESULTADOS DO PERIODO NO GRADEHIST .: " WS-PRV-QTD
012550     DISPLAY "TURMAS NOVAS NO HISTORICO ..........: "
012550         WS-PRV-TURMAS-NOVAS
012550     DISPLAY "ALUNOS SEM ALTERACAO ...............: "
012550         WS-PRV-INALTERADOS
012550     DISPLAY "ALUNOS COM MEDIA/SITUACAO ALTERADA .: "
012550         WS-PRV-ALTERADOS
012550     DISPLAY "ALUNOS QUE ENTRARIAM NO HISTORICO ..: "
012550         WS-PRV-ENTRARIAM
012550     DISPLAY "ALUNOS QUE SAIRIAM DO LOTE .........: "
012550         WS-PRV-SAIRIAM
012550     DISPLAY "ALUNOS QUE IRIAM PARA O EXTRATO SIS : "
012550         WS-SIS-GRAVADOS
012550     DISPLAY "PREVIA - NENHUM ARQUIVO PERMANENTE FOI "
012550         "ATUALIZADO E A EXECUCAO NAO CONSTA NO RUNLOG".
012550 6980-EXIT.
012550     EXIT.
012560*-----------------------------------------------------------*
012570*  7000-GRAVA-CHECKPOINT - GRAVA A ULTIMA MATRICULA CONCLUIDA   *
012580*                 PARA PERMITIR RETOMAR O LOTE EM CASO DE FALHA *
012590*-----------------------------------------------------------*
012600 7000-GRAVA-CHECKPOINT.
012600     IF MODO-PREVIA
012600         GO TO 7000-EXIT
012600     END-IF
012610     OPEN OUTPUT CHECKPOINT-FILE
012620     MOVE SG-TURMA           TO CKP-TURMA
012630     MOVE SG-MATRICULA       TO CKP-MATRICULA
012876                             TO CKP-REPROVADOS-FALTA
012877     MOVE WS-FREQ-SEM-APURACAO
012878                             TO CKP-FREQ-SEM-APURACAO
012879     MOVE WS-NAO-ENTURMADOS  TO CKP-NAO-ENTURMADOS
012880     MOVE WS-ENTURMADOS-SEM-NOTA
012881                             TO CKP-ENTURMADOS-SEM-NOTA
012880     WRITE CHECKPOINT-RECORD
012890     CLOSE CHECKPOINT-FILE.
012900 7000-EXIT.
012990*-----------------------------------------------------------*
013000 8000-PROCESSAR-RECUPERACAO.
013010     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
013020     MOVE WS-HORA-INICIO TO WS-HORA-EXECUCAO
013020     DISPLAY "========= SEGUNDA PASSADA DE RECUPERACAO ========"
013020     DISPLAY "PERIODO LETIVO: " WS-PERIODO-LETIVO
013020     PERFORM 1770-OBTER-REGIMENTO THRU 1770-EXIT
013020     IF NOT REGRA-VIGENTE-ACHADA
013020         MOVE 16 TO RETURN-CODE
013020         STOP RUN
013020     END-IF
013021     PERFORM 1680-GRAVAR-ABERTURA THRU 1680-EXIT
013030     OPEN INPUT RECUP-GRADES-FILE
013040     IF WS-RECUP-STATUS NOT = "00"
013300         CLOSE AUDIT-FILE
013310         OPEN I-O AUDIT-FILE
013320     END-IF
013321     PERFORM 1690-ABRIR-HIST-ESTORNO THRU 1690-EXIT
013322     IF WS-HEST-STATUS NOT = "00"
013323         CLOSE RECUP-GRADES-FILE
013324         CLOSE GRADE-HIST-FILE
013325         CLOSE STUDENT-MASTER-FILE
013326         CLOSE AUDIT-FILE
013327         MOVE 16 TO RETURN-CODE
013328         STOP RUN
013329     END-IF
013330     OPEN OUTPUT SIS-EXTRACT-FILE
013340     MOVE WS-DATA-EXECUCAO TO WS-DATA-REFERENCIA
013350     PERFORM 1600-GRAVA-HEADER-SIS THRU 1600-EXIT
013380     PERFORM 8900-LER-RECUPERACAO THRU 8900-EXIT
013390     PERFORM 8100-PROCESSAR-EXAME THRU 8100-EXIT
013400         UNTIL FIM-DE-RECUPERACAO
013560     CLOSE GRADE-HIST-FILE
013570     CLOSE STUDENT-MASTER-FILE
013580     CLOSE AUDIT-FILE
013581     CLOSE HIST-ESTORNO-FILE
013590     CLOSE SIS-EXTRACT-FILE.
013600 8000-EXIT.
013610     EXIT.
013630*  8100-PROCESSAR-EXAME - PROCESSA UMA NOTA DE EXAME: LOCALIZA   *
013640*                 O ALUNO NO HISTORICO, CONFERE QUE ESTA EM      *
013650*                 RECUPERACAO E APLICA A FORMULA DO REGIMENTO    *
013660*                 VIGENTE (MEDIA E EXAME COM OS PESOS DA REGRA)  *
013670*-----------------------------------------------------------*
013680 8100-PROCESSAR-EXAME.
013690     IF RCP-NOTA-EXAME > 100
014160     END-IF
014170     MOVE GH-MEDIA-FINAL TO WS-MEDIA-ANTERIOR
014180     COMPUTE WS-MEDIA-CALC ROUNDED =
014190         (WS-MEDIA-ANTERIOR * WS-PESO-MEDIA-RECUP
014191         + RCP-NOTA-EXAME * WS-PESO-EXAME-RECUP)
014192         / WS-PESO-TOTAL-RECUP
014200     IF WS-MEDIA-CALC >= WS-MEDIA-FINAL-RECUP
014210         MOVE "APROVADO" TO WS-SITUACAO
014220         ADD 1 TO WS-RECUP-APROVADOS
014230     ELSE
014240         MOVE "REPROVADO" TO WS-SITUACAO
014250         ADD 1 TO WS-RECUP-REPROVADOS
014260     END-IF
014261     MOVE "S" TO WS-HES-EXISTIA-SW
014262     MOVE "S" TO WS-HES-SIS-SW
014263     PERFORM 6750-GUARDAR-IMAGEM-ANTERIOR THRU 6750-EXIT
014270     MOVE WS-MEDIA-CALC TO GH-MEDIA-FINAL
014280     MOVE WS-SITUACAO   TO GH-SITUACAO
014290     REWRITE GRADE-HIST-RECORD
014682     MOVE ZEROS             TO AUD-PRESENCAS
014683     MOVE ZEROS             TO AUD-PERC-FREQUENCIA
014684     MOVE "N"               TO AUD-FREQ-APURADA
014685     MOVE ZEROS             TO AUD-PROTOCOLO
014685     MOVE SPACES            TO AUD-ESTORNO
014685     MOVE SPACES            TO AUD-DATA-ESTORNO
014690     PERFORM 6100-GRAVAR-AUDITORIA-MSTR THRU 6100-EXIT.
014700 8200-EXIT.
014710     EXIT.
014840*                 NOTA INDIVIDUAIS SOBRE O ULTIMO CALCULO DE     *
014850*                 CADA ALUNO NA AUDITORIA, SEM REPROCESSAR A     *
014860*                 TURMA, E EMITE EXTRATO SINALIZADO COMO         *
014870*                 CORRECAO. SO E APLICADA A CORRECAO COM        *
014871*                 PROTOCOLO DE REVISAO DEFERIDO (PROTREVISAO)    *
014880*-----------------------------------------------------------*
014890 8500-PROCESSAR-CORRECOES.
014900     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
014910     MOVE WS-HORA-INICIO TO WS-HORA-EXECUCAO
014910     DISPLAY "=========== CORRECOES DE NOTA (DELTA) ==========="
014910     DISPLAY "PERIODO LETIVO: " WS-PERIODO-LETIVO
014910     PERFORM 1770-OBTER-REGIMENTO THRU 1770-EXIT
014910     IF NOT REGRA-VIGENTE-ACHADA
014910         MOVE 16 TO RETURN-CODE
014910         STOP RUN
014910     END-IF
014911     PERFORM 1680-GRAVAR-ABERTURA THRU 1680-EXIT
014920     OPEN INPUT CORRECTIONS-FILE
014930     IF WS-CORR-STATUS NOT = "00"
015110         MOVE 16 TO RETURN-CODE
015120         STOP RUN
015130     END-IF
015140     OPEN I-O PROT-REVISAO-FILE
015141     IF WS-PROT-STATUS NOT = "00"
015142         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO DE "
015143             "PROTOCOLOS PROTREVISAO - STATUS: " WS-PROT-STATUS
015144         CLOSE AUDIT-FILE
015145         MOVE 16 TO RETURN-CODE
015146         STOP RUN
015147     END-IF
015150     PERFORM 8520-LOCALIZAR-ULTIMO-CALCULO THRU 8520-EXIT
015160         VARYING WS-CORR-IX FROM 1 BY 1
015170         UNTIL WS-CORR-IX > WS-CORR-QTD
015300         MOVE 16 TO RETURN-CODE
015310         STOP RUN
015320     END-IF
015381     PERFORM 1690-ABRIR-HIST-ESTORNO THRU 1690-EXIT
015382     IF WS-HEST-STATUS NOT = "00"
015383         CLOSE GRADE-HIST-FILE
015384         CLOSE STUDENT-MASTER-FILE
015385         CLOSE AUDIT-FILE
015386         CLOSE PROT-REVISAO-FILE
015387         MOVE 16 TO RETURN-CODE
015388         STOP RUN
015389     END-IF
015390     OPEN OUTPUT SIS-EXTRACT-FILE
015400     MOVE WS-DATA-EXECUCAO TO WS-DATA-REFERENCIA
015410     PERFORM 1600-GRAVA-HEADER-SIS THRU 1600-EXIT
015440     PERFORM 8530-APLICAR-CORRECAO THRU 8530-EXIT
015450         VARYING WS-CORR-IX FROM 1 BY 1
015460         UNTIL WS-CORR-IX > WS-CORR-QTD
015550     CLOSE GRADE-HIST-FILE
015560     CLOSE STUDENT-MASTER-FILE
015570     CLOSE AUDIT-FILE
015571     CLOSE PROT-REVISAO-FILE
015572     CLOSE HIST-ESTORNO-FILE
015580     CLOSE SIS-EXTRACT-FILE.
015590 8500-EXIT.
015600     EXIT.
015740     MOVE CRT-TURMA     TO COR-TURMA (WS-CORR-QTD)
015750     MOVE CRT-POSICAO   TO COR-POSICAO (WS-CORR-QTD)
015760     MOVE CRT-NOTA-NOVA TO COR-NOTA-NOVA (WS-CORR-QTD)
015761     MOVE CRT-PROTOCOLO TO COR-PROTOCOLO (WS-CORR-QTD)
015770     MOVE "N"           TO COR-ACHOU-SW (WS-CORR-QTD)
015780     MOVE SPACES        TO COR-AUD-IMAGEM (WS-CORR-QTD)
015790     PERFORM 8590-LER-CORRECAO THRU 8590-EXIT.
015985         GO TO 8520-EXIT
015990     END-IF
016000     IF AUD-TURMA = COR-TURMA (WS-CORR-IX)
016005         AND NOT AUD-ESTORNADO
016010         AND (AUD-TIPO-REGISTRO = "O"
016020         OR AUD-TIPO-REGISTRO = "C"
016030         OR AUD-TIPO-REGISTRO = SPACE)
016180*                 POSICAO INFORMADA, RECALCULO PELAS REGRAS DO   *
016190*                 LOTE, HISTORICO REGRAVADO, EXTRATO TIPO "C" E  *
016200*                 AUDITORIA DO RECALCULO COM A MEDIA ANTERIOR    *
016201*                 E O PROTOCOLO, QUE E MARCADO COMO APLICADO     *
016210*-----------------------------------------------------------*
016220 8530-APLICAR-CORRECAO.
016221     PERFORM 8535-CONFERIR-PROTOCOLO THRU 8535-EXIT
016222     IF NOT PROTOCOLO-OK
016223         ADD 1 TO WS-CORR-DESPREZADAS
016224         GO TO 8530-EXIT
016225     END-IF
016230     IF COR-ACHOU-SW (WS-CORR-IX) = "N"
016240         DISPLAY "CORRECAO DESPREZADA - MATRICULA: "
016250             COR-MATRICULA (WS-CORR-IX) " TURMA: "
016790                 " SEM HISTORICO NO PERIODO - HISTORICO NAO "
016800                 "ATUALIZADO"
016810         NOT INVALID KEY
016811             MOVE "S" TO WS-HES-EXISTIA-SW
016812             IF SITUACAO-RECUPERACAO
016813                 MOVE "N" TO WS-HES-SIS-SW
016814             ELSE
016815                 MOVE "S" TO WS-HES-SIS-SW
016816             END-IF
016817             PERFORM 6750-GUARDAR-IMAGEM-ANTERIOR THRU 6750-EXIT
016820             MOVE WS-MEDIA-CALC TO GH-MEDIA-FINAL
016830             MOVE WS-SITUACAO   TO GH-SITUACAO
016840             REWRITE GRADE-HIST-RECORD
016970         ADD WS-MEDIA-CALC TO WS-SIS-SOMA-MEDIAS
016980     END-IF
016990     PERFORM 8550-GRAVA-AUDITORIA-CORRECAO THRU 8550-EXIT
016991     MOVE WS-DATA-EXECUCAO TO PRT-DATA-APLICACAO
016992     MOVE WS-HORA-EXECUCAO TO PRT-HORA-APLICACAO
016993     REWRITE PROT-REVISAO-RECORD
016994         INVALID KEY
016995             DISPLAY "ERRO: PROTOCOLO " PRT-NUMERO
016996                 " NAO REGRAVADO COMO APLICADO - STATUS: "
016996                 WS-PROT-STATUS
016996             DISPLAY "   EXECUCAO ABORTADA - ESTORNE ESTA "
016996                 "EXECUCAO ANTES DE REPETIR AS CORRECOES"
016996             MOVE 16 TO RETURN-CODE
016996             STOP RUN
016997     END-REWRITE
017000     ADD 1 TO WS-CORR-PROCESSADAS
017010     PERFORM 8560-PROPAGAR-IMAGEM THRU 8560-EXIT
017020     MOVE WS-MEDIA-ANTERIOR TO WS-TOTALMEDIA
017040         MST-NOME-OFICIAL " MEDIA ANTERIOR: " WS-TOTALMEDIA
017050     MOVE WS-MEDIA-CALC TO WS-TOTALMEDIA
017060     DISPLAY "          MEDIA CORRIGIDA: " WS-TOTALMEDIA
017070         " SITUACAO: " WS-SITUACAO
017071     DISPLAY "          PROTOCOLO .....: " PRT-NUMERO.
017080 8530-EXIT.
017090     EXIT.
017091*-----------------------------------------------------------*
017091*  8535-CONFERIR-PROTOCOLO - CONFERE O PROTOCOLO DE REVISAO DA   *
017091*                 CORRECAO: CADASTRADO, DEFERIDO, AINDA NAO      *
017091*                 APLICADO E COM MATRICULA, TURMA, PERIODO,      *
017091*                 AVALIACAO E NOTA IGUAIS AS DA TRANSACAO        *
017091*-----------------------------------------------------------*
017091 8535-CONFERIR-PROTOCOLO.
017091     MOVE "N" TO WS-PROT-OK-SW
017091     IF COR-PROTOCOLO (WS-CORR-IX) NOT NUMERIC
017091         OR COR-PROTOCOLO (WS-CORR-IX) = 0
017091         DISPLAY "CORRECAO DESPREZADA - MATRICULA: "
017091             COR-MATRICULA (WS-CORR-IX) " TURMA: "
017091             COR-TURMA (WS-CORR-IX)
017091             " SEM PROTOCOLO DE REVISAO"
017091         GO TO 8535-EXIT
017091     END-IF
017091     MOVE COR-PROTOCOLO (WS-CORR-IX) TO PRT-NUMERO
017091     READ PROT-REVISAO-FILE
017091         INVALID KEY
017091             DISPLAY "CORRECAO DESPREZADA - MATRICULA: "
017091                 COR-MATRICULA (WS-CORR-IX) " PROTOCOLO "
017091                 COR-PROTOCOLO (WS-CORR-IX) " NAO CADASTRADO"
017091             GO TO 8535-EXIT
017091     END-READ
017091     IF NOT PRT-DEFERIDO
017091         DISPLAY "CORRECAO DESPREZADA - MATRICULA: "
017091             COR-MATRICULA (WS-CORR-IX) " PROTOCOLO "
017091             PRT-NUMERO " NAO DEFERIDO - SITUACAO: "
017091             PRT-SITUACAO
017091         GO TO 8535-EXIT
017091     END-IF
017091     IF PRT-DATA-APLICACAO NOT = SPACES
017091         DISPLAY "CORRECAO DESPREZADA - MATRICULA: "
017091             COR-MATRICULA (WS-CORR-IX) " PROTOCOLO "
017091             PRT-NUMERO " JA APLICADO EM " PRT-DATA-APLICACAO
017091         GO TO 8535-EXIT
017091     END-IF
017091     IF PRT-MATRICULA NOT = COR-MATRICULA (WS-CORR-IX)
017091         OR PRT-TURMA NOT = COR-TURMA (WS-CORR-IX)
017091         OR PRT-PERIODO-LETIVO NOT = WS-PERIODO-LETIVO
017091         OR PRT-POSICAO NOT = COR-POSICAO (WS-CORR-IX)
017091         OR PRT-NOTA-NOVA NOT = COR-NOTA-NOVA (WS-CORR-IX)
017091         DISPLAY "CORRECAO DESPREZADA - MATRICULA: "
017091             COR-MATRICULA (WS-CORR-IX) " PROTOCOLO "
017091             PRT-NUMERO " NAO CONFERE COM A CORRECAO "
017091             "(ALUNO, TURMA, PERIODO, AVALIACAO OU NOTA)"
017091         GO TO 8535-EXIT
017091     END-IF
017091     MOVE "S" TO WS-PROT-OK-SW.
017091 8535-EXIT.
017091     EXIT.
017100*-----------------------------------------------------------*
017110*  8540-RECALCULAR-MEDIA - RECALCULA SOMA E MEDIA A PARTIR DA    *
017120*                 TABELA DE NOTAS DA AUDITORIA JA CORRIGIDA,     *
017560*-----------------------------------------------------------*
017570*  8550-GRAVA-AUDITORIA-CORRECAO - GRAVA A TRILHA DO RECALCULO   *
017580*                 DE CORRECAO: TABELA DE NOTAS JA CORRIGIDA,     *
017590*                 MEDIA ANTERIOR, MEDIA CORRIGIDA E O PROTOCOLO  *
017591*                 DE REVISAO QUE AUTORIZOU A CORRECAO            *
017600*-----------------------------------------------------------*
017610 8550-GRAVA-AUDITORIA-CORRECAO.
017620     MOVE WS-DATA-EXECUCAO  TO AUD-DATA-EXECUCAO
017684                            TO AUD-PERC-FREQUENCIA
017685     MOVE WS-FREQ-APURADA-SW
017686                            TO AUD-FREQ-APURADA
017687     MOVE COR-PROTOCOLO (WS-CORR-IX)
017688                            TO AUD-PROTOCOLO
017688     MOVE SPACES            TO AUD-ESTORNO
017688     MOVE SPACES            TO AUD-DATA-ESTORNO
017690     PERFORM 6100-GRAVAR-AUDITORIA-MSTR THRU 6100-EXIT.
017700 8550-EXIT.
017710     EXIT.
018100*                 GERAL DO LOTE E FECHA OS ARQUIVOS EM USO       *
018110*-----------------------------------------------------------*
018120 9000-FINALIZAR.
018130     IF NOT MODO-PREVIA
018130         OPEN OUTPUT CHECKPOINT-FILE
018140         CLOSE CHECKPOINT-FILE
018140     END-IF
018150     IF WS-TURMA-ATUAL NOT = SPACES
018160         PERFORM 5500-FECHAR-TURMA THRU 5500-EXIT
018170     END-IF
018210         WS-REGISTROS-REJEITADOS
018220     DISPLAY "TOTAL DE REJEITOS GRAVADOS EM REJECTLOG: "
018230         WS-REJEITOS-GRAVADOS
018230     IF MODO-PREVIA
018230         DISPLAY "   (PREVIA - REJEITOS CONTADOS, REJECTLOG NAO "
018230             "GRAVADO)"
018230     END-IF
018240     DISPLAY "TOTAL DE ALUNOS COM MATRICULA INATIVA/CANCELADA: "
018250         WS-ALUNOS-INATIVOS
018260     DISPLAY "TOTAL DE ALUNOS EM RECUPERACAO (FORA DO EXTRATO): "
018296         WS-REPROVADOS-FALTA
018297     DISPLAY "TOTAL DE ALUNOS SEM APURACAO DE FREQUENCIA: "
018298         WS-FREQ-SEM-APURACAO
018299     DISPLAY "TOTAL DE REGISTROS DE ALUNO NAO ENTURMADO: "
018300         WS-NAO-ENTURMADOS
018301     DISPLAY "TOTAL DE ALUNOS ENTURMADOS SEM REGISTRO DE NOTA: "
018302         WS-ENTURMADOS-SEM-NOTA
018300     COMPUTE WS-REJEITOS-ESPERADOS =
018310         WS-REGISTROS-REJEITADOS + WS-NOTAS-INVALIDAS
018320     IF WS-REJEITOS-GRAVADOS NOT = WS-REJEITOS-ESPERADOS
018510     ELSE
018520         DISPLAY "NENHUM ALUNO PROCESSADO NESTA EXECUCAO"
018530     END-IF
018530     IF MODO-PREVIA
018530         GO TO 9000-RETORNO
018530     END-IF
018540     IF CONTROLE-OK
018550         MOVE "T"                TO SIT-TIPO-REGISTRO
018560         MOVE WS-SIS-GRAVADOS    TO SIT-QTD-REGISTROS
018610             "CONFEREM - EXTRATO SIS GRAVADO SEM TRAILER, NAO "
018620             "IMPORTAR. EXECUCAO ENCERRADA COM RETURN-CODE 16"
018630         MOVE 16 TO RETURN-CODE
018640     END-IF.
018640 9000-RETORNO.
018641     IF WS-ENTURMADOS-SEM-NOTA > 0 AND RETURN-CODE < 8
018642         DISPLAY "AVISO: HA ALUNOS ENTURMADOS SEM REGISTRO DE "
018643             "NOTA - TURMAS NAO PODEM SER DADAS COMO FECHADAS"
018644         MOVE 8 TO RETURN-CODE
018645     END-IF
018645     IF MODO-PREVIA
018645         PERFORM 6980-RESUMO-PREVIA THRU 6980-EXIT
018645         CLOSE STUDENT-GRADES-FILE
018645         CLOSE STUDENT-MASTER-FILE
018645         CLOSE TURMA-MASTER-FILE
018645         CLOSE ENTURMACAO-FILE
018645         CLOSE GRADE-HIST-FILE
018645         GO TO 9000-EXIT
018645     END-IF
018646     PERFORM 9100-GRAVAR-ENCERRAMENTO THRU 9100-EXIT
018650     CLOSE STUDENT-GRADES-FILE
018660     CLOSE AUDIT-FILE
018670     CLOSE SIS-EXTRACT-FILE
018680     CLOSE REJECT-FILE
018690     CLOSE STUDENT-MASTER-FILE
018691     CLOSE TURMA-MASTER-FILE
018692     CLOSE ENTURMACAO-FILE
018700     CLOSE GRADE-HIST-FILE
018700     CLOSE HIST-ESTORNO-FILE.
018710 9000-EXIT.
018720     EXIT.
018721*-----------------------------------------------------------*
018754     END-IF
018755     MOVE WS-SIS-GRAVADOS    TO RL-SIS-GRAVADOS
018756     MOVE RETURN-CODE        TO RL-RETURN-CODE
018756     MOVE SPACES             TO RL-ESTORNO-DATA-EXECUCAO
018756     MOVE SPACES             TO RL-ESTORNO-HORA-INICIO
018757     WRITE RUN-LOG-RECORD
018758     CLOSE RUN-LOG-FILE.
018759 9100-EXIT.
