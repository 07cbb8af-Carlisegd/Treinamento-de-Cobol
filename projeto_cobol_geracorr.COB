000100*****************************************************************
000110* PROGRAM-ID : GERA-CORRECOES
000120* AUTHOR     : CARLISE DEBONA
000130* INSTALLATION: SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS
000140* DATE-WRITTEN: 14/10/2026
000150* PURPOSE    : GERA O ARQUIVO CORRECTIONS DO MODO DE CORRECAO DO
000160*              MEDIA-ALUNOS A PARTIR DO CADASTRO DE PROTOCOLOS DE
000170*              REVISAO DE NOTA (PROTREVISAO): CADA PROTOCOLO
000180*              DEFERIDO DO PERIODO LETIVO DO PROCPARM E AINDA NAO
000190*              APLICADO VIRA UMA TRANSACAO COM MATRICULA, TURMA,
000200*              AVALIACAO, NOTA CONCEDIDA E NUMERO DO PROTOCOLO. O
000210*              PROTOCOLO RECEBE A DATA DE GERACAO; A DATA DE
000220*              APLICACAO E GRAVADA PELO MEDIA-ALUNOS QUANDO A
000230*              CORRECAO E DE FATO APLICADA.
000240*****************************************************************
000250* MODIFICATION HISTORY
000260* -----------------------------------------------------------
000270* DATE       INIT DESCRIPTION
000280* 14/10/2026 CD   VERSAO INICIAL. LE O MESMO PROCPARM DA EXECUCAO
000290*                 EM MODO "C" QUE VAI APLICAR AS CORRECOES, PARA
000300*                 O PERIODO NAO DIVERGIR. PROTOCOLO GERADO E NAO
000310*                 APLICADO (CORRECAO DESPREZADA PELO MEDIA-ALUNOS)
000320*                 VOLTA A SER GERADO NA PROXIMA EXECUCAO. O LIMITE
000330*                 DE CORRECOES POR EXECUCAO DO MEDIA-ALUNOS (200)
000340*                 E RESPEITADO: O EXCEDENTE FICA PARA A PROXIMA.
000340* 15/10/2026 CD   FALHA NA GRAVACAO DO CORRECTIONS OU NA
000340*                 REGRAVACAO DO PROTOCOLO ENCERRA O PROCESSAMENTO
000340*                 COM RETURN-CODE 16.
000350* -----------------------------------------------------------
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. GERA-CORRECOES.
000380 AUTHOR. CARLISE DEBONA.
000390 INSTALLATION. SETOR DE PROCESSAMENTO DE DADOS ACADEMICOS.
000400 DATE-WRITTEN. 14/10/2026.
000410 DATE-COMPILED.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PROC-PARM-FILE ASSIGN TO "PROCPARM"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PROCPARM-STATUS.
000480     SELECT PROT-REVISAO-FILE ASSIGN TO "PROTREVISAO"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS PRT-NUMERO
000520         FILE STATUS IS WS-PROT-STATUS.
000530     SELECT CORRECTIONS-FILE ASSIGN TO "CORRECTIONS"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CORR-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PROC-PARM-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 01  PROC-PARM-RECORD.
000610     05 PRM-MODO                   PIC X(01).
000620     05 PRM-PERIODO-LETIVO         PIC X(06).
000630     05 PRM-DATA-REFERENCIA        PIC X(08).
000640     05 PRM-REPROCESSO             PIC X(01).
000650 FD  PROT-REVISAO-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  PROT-REVISAO-RECORD.
000680     05 PRT-NUMERO                 PIC 9(07).
000690     05 PRT-MATRICULA              PIC X(09).
000700     05 PRT-TURMA                  PIC X(06).
000710     05 PRT-PERIODO-LETIVO         PIC X(06).
000720     05 PRT-POSICAO                PIC 9(02).
000730     05 PRT-SOLICITANTE            PIC X(30).
000740     05 PRT-JUSTIFICATIVA          PIC X(40).
000750     05 PRT-DATA-ENTRADA           PIC X(08).
000760     05 PRT-PRAZO                  PIC X(08).
000770     05 PRT-SITUACAO               PIC X(01).
000780         88 PRT-ABERTO                       VALUE "A".
000790         88 PRT-DEFERIDO                     VALUE "D".
000800         88 PRT-INDEFERIDO                   VALUE "I".
000810     05 PRT-NOTA-NOVA              PIC 9(03).
000820     05 PRT-RESPONSAVEL            PIC X(30).
000830     05 PRT-DATA-DECISAO           PIC X(08).
000840     05 PRT-PARECER                PIC X(40).
000850     05 PRT-DATA-GERACAO           PIC X(08).
000860     05 PRT-DATA-APLICACAO         PIC X(08).
000870     05 PRT-HORA-APLICACAO         PIC X(08).
000880 FD  CORRECTIONS-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  CORRECTIONS-RECORD.
000910     05 CRT-MATRICULA              PIC X(09).
000920     05 CRT-TURMA                  PIC X(06).
000930     05 CRT-POSICAO                PIC 9(02).
000940     05 CRT-NOTA-NOVA              PIC 9(03).
000950     05 CRT-PROTOCOLO              PIC 9(07).
000960 WORKING-STORAGE SECTION.
000970 77 WS-PROCPARM-STATUS          PIC X(02) VALUE SPACES.
000980 77 WS-PROT-STATUS              PIC X(02) VALUE SPACES.
000990 77 WS-CORR-STATUS              PIC X(02) VALUE SPACES.
001000 77 WS-EOF-SW                   PIC X(01) VALUE "N".
001010     88 FIM-DE-PROTOCOLOS               VALUE "S".
001020 77 WS-PERIODO-LETIVO           PIC X(06) VALUE SPACES.
001030 77 WS-DATA-EXECUCAO            PIC X(08) VALUE SPACES.
001040 77 WS-PROTOCOLOS-LIDOS         PIC 9(07) COMP VALUE ZERO.
001050 77 WS-CORR-GERADAS             PIC 9(05) COMP VALUE ZERO.
001060 77 WS-CORR-ADIADAS             PIC 9(05) COMP VALUE ZERO.
001070 77 WS-ABERTOS-PERIODO          PIC 9(05) COMP VALUE ZERO.
001080 77 WS-CORR-LIMITE              PIC 9(05) COMP VALUE 200.
001090 PROCEDURE DIVISION.
001100*-----------------------------------------------------------*
001110*  0000-MAINLINE                                            *
001120*-----------------------------------------------------------*
001130 0000-MAINLINE.
001140     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001150     PERFORM 2000-PROCESSAR-PROTOCOLO THRU 2000-EXIT
001160         UNTIL FIM-DE-PROTOCOLOS.
001170     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001180     STOP RUN.
001190*-----------------------------------------------------------*
001200*  1000-INICIALIZAR - LE O PROCPARM (MODO "C" E PERIODO          *
001210*                 LETIVO OBRIGATORIOS) E ABRE O CADASTRO DE      *
001220*                 PROTOCOLOS E O CORRECTIONS                     *
001230*-----------------------------------------------------------*
001240 1000-INICIALIZAR.
001250     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
001260     OPEN INPUT PROC-PARM-FILE.
001270     IF WS-PROCPARM-STATUS NOT = "00"
001280         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE "
001290             "PARAMETROS PROCPARM - STATUS: " WS-PROCPARM-STATUS
001300         MOVE 16 TO RETURN-CODE
001310         STOP RUN
001320     END-IF.
001330     READ PROC-PARM-FILE
001340         AT END
001350             DISPLAY "ERRO: ARQUIVO PROCPARM VAZIO"
001360             CLOSE PROC-PARM-FILE
001370             MOVE 16 TO RETURN-CODE
001380             STOP RUN
001390     END-READ.
001400     CLOSE PROC-PARM-FILE.
001410     IF PRM-MODO NOT = "C"
001420         DISPLAY "ERRO: PROCPARM NAO ESTA NO MODO DE CORRECAO "
001430             "(C) - MODO INFORMADO: " PRM-MODO
001440         MOVE 16 TO RETURN-CODE
001450         STOP RUN
001460     END-IF.
001470     IF PRM-PERIODO-LETIVO = SPACES
001480         DISPLAY "ERRO: PERIODO LETIVO NAO INFORMADO NO PROCPARM"
001490         MOVE 16 TO RETURN-CODE
001500         STOP RUN
001510     END-IF.
001520     MOVE PRM-PERIODO-LETIVO TO WS-PERIODO-LETIVO.
001530     OPEN I-O PROT-REVISAO-FILE.
001540     IF WS-PROT-STATUS NOT = "00"
001550         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O CADASTRO DE "
001560             "PROTOCOLOS PROTREVISAO - STATUS: " WS-PROT-STATUS
001570         MOVE 16 TO RETURN-CODE
001580         STOP RUN
001590     END-IF.
001600     OPEN OUTPUT CORRECTIONS-FILE.
001610     IF WS-CORR-STATUS NOT = "00"
001620         DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO "
001630             "CORRECTIONS - STATUS: " WS-CORR-STATUS
001640         CLOSE PROT-REVISAO-FILE
001650         MOVE 16 TO RETURN-CODE
001660         STOP RUN
001670     END-IF.
001680     DISPLAY "======= CORRECOES GERADAS A PARTIR DE PROTOCOLOS ="
001690     DISPLAY "PERIODO LETIVO: " WS-PERIODO-LETIVO
001700     PERFORM 2900-LER-PROTOCOLO THRU 2900-EXIT.
001710 1000-EXIT.
001720     EXIT.
001730*-----------------------------------------------------------*
001740*  2000-PROCESSAR-PROTOCOLO - PROTOCOLO DEFERIDO DO PERIODO      *
001750*                 E AINDA NAO APLICADO GERA UMA TRANSACAO DE     *
001760*                 CORRECAO E RECEBE A DATA DE GERACAO;           *
001770*                 PROTOCOLO AINDA ABERTO NO PERIODO SO E         *
001780*                 CONTADO PARA O RESUMO                          *
001790*-----------------------------------------------------------*
001800 2000-PROCESSAR-PROTOCOLO.
001810     IF PRT-PERIODO-LETIVO NOT = WS-PERIODO-LETIVO
001820         GO TO 2000-PROXIMO-PROTOCOLO
001830     END-IF
001840     IF PRT-ABERTO
001850         ADD 1 TO WS-ABERTOS-PERIODO
001860         GO TO 2000-PROXIMO-PROTOCOLO
001870     END-IF
001880     IF NOT PRT-DEFERIDO
001890         OR PRT-DATA-APLICACAO NOT = SPACES
001900         GO TO 2000-PROXIMO-PROTOCOLO
001910     END-IF
001920     IF WS-CORR-GERADAS >= WS-CORR-LIMITE
001930         ADD 1 TO WS-CORR-ADIADAS
001940         GO TO 2000-PROXIMO-PROTOCOLO
001950     END-IF
001960     MOVE PRT-MATRICULA TO CRT-MATRICULA
001970     MOVE PRT-TURMA     TO CRT-TURMA
001980     MOVE PRT-POSICAO   TO CRT-POSICAO
001990     MOVE PRT-NOTA-NOVA TO CRT-NOTA-NOVA
002000     MOVE PRT-NUMERO    TO CRT-PROTOCOLO
002010     WRITE CORRECTIONS-RECORD
002011     IF WS-CORR-STATUS NOT = "00"
002012         DISPLAY "ERRO: FALHA NA GRAVACAO DO CORRECTIONS - "
002013             "PROTOCOLO " PRT-NUMERO " - STATUS: " WS-CORR-STATUS
002014         CLOSE PROT-REVISAO-FILE
002015         CLOSE CORRECTIONS-FILE
002016         MOVE 16 TO RETURN-CODE
002017         STOP RUN
002018     END-IF
002020     ADD 1 TO WS-CORR-GERADAS
002030     MOVE WS-DATA-EXECUCAO TO PRT-DATA-GERACAO
002040     REWRITE PROT-REVISAO-RECORD
002041         INVALID KEY
002042             DISPLAY "ERRO: FALHA AO REGRAVAR O PROTOCOLO "
002043                 PRT-NUMERO " - STATUS: " WS-PROT-STATUS
002044             CLOSE PROT-REVISAO-FILE
002045             CLOSE CORRECTIONS-FILE
002046             MOVE 16 TO RETURN-CODE
002047             STOP RUN
002048     END-REWRITE
002050     DISPLAY "PROTOCOLO " PRT-NUMERO " MATRICULA " PRT-MATRICULA
002060         " TURMA " PRT-TURMA " AVALIACAO " PRT-POSICAO
002070         " NOTA " PRT-NOTA-NOVA.
002080 2000-PROXIMO-PROTOCOLO.
002090     PERFORM 2900-LER-PROTOCOLO THRU 2900-EXIT.
002100 2000-EXIT.
002110     EXIT.
002120*-----------------------------------------------------------*
002130*  2900-LER-PROTOCOLO - LE O PROXIMO PROTOCOLO DO CADASTRO       *
002140*-----------------------------------------------------------*
002150 2900-LER-PROTOCOLO.
002160     READ PROT-REVISAO-FILE NEXT RECORD
002170         AT END SET FIM-DE-PROTOCOLOS TO TRUE
002180     END-READ.
002190     IF NOT FIM-DE-PROTOCOLOS
002200         ADD 1 TO WS-PROTOCOLOS-LIDOS
002210     END-IF.
002220 2900-EXIT.
002230     EXIT.
002240*-----------------------------------------------------------*
002250*  9000-FINALIZAR - EMITE O RESUMO E FECHA OS ARQUIVOS; SOBRA    *
002260*                 DE PROTOCOLOS ACIMA DO LIMITE DA EXECUCAO      *
002270*                 TERMINA COM RETURN-CODE 8                      *
002280*-----------------------------------------------------------*
002290 9000-FINALIZAR.
002300     DISPLAY "=================================================="
002310     DISPLAY "PROTOCOLOS LIDOS ......: " WS-PROTOCOLOS-LIDOS
002320     DISPLAY "CORRECOES GERADAS .....: " WS-CORR-GERADAS
002330     DISPLAY "ABERTOS NO PERIODO ....: " WS-ABERTOS-PERIODO
002340     IF WS-CORR-GERADAS = 0
002350         DISPLAY "NENHUM PROTOCOLO DEFERIDO PENDENTE DE "
002360             "APLICACAO NO PERIODO"
002370     END-IF
002380     IF WS-CORR-ADIADAS > 0
002390         DISPLAY "AVISO: " WS-CORR-ADIADAS
002400             " PROTOCOLOS DEFERIDOS ACIMA DO LIMITE DE "
002410             WS-CORR-LIMITE " CORRECOES - "
002420             "FICAM PARA A PROXIMA EXECUCAO"
002430         MOVE 8 TO RETURN-CODE
002440     END-IF
002450     CLOSE PROT-REVISAO-FILE
002460     CLOSE CORRECTIONS-FILE.
002470 9000-EXIT.
002480     EXIT.
002490 END PROGRAM GERA-CORRECOES.
