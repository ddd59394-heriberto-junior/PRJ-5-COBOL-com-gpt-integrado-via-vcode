000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CARTAO-ALERTA.
000030 AUTHOR.        J C MOREIRA.
000040 INSTALLATION.  CARD-OPS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*    PROGRAM......: CARTAO-ALERTA
000100*    DESCRIPTION..: DAILY FRAUD ALERT REPORT. READS THE ALERT FILE
000110*                   (ALERTAS.TXT, ALERREG) THAT THE CARTAO-DECIDE
000120*                   MODULE APPENDS TO WHENEVER A PURCHASE HITS A
000130*                   VELOCITY RULE - IN THE DAILY BATCH, THE
000140*                   RESUBMISSION CYCLE OR THE INTRADAY
000150*                   AUTHORIZATION DRIVER - AND LISTS THE ALERTS OF
000160*                   ONE POSTING DATE ON ALERREL.TXT FOR THE FRAUD
000170*                   TEAM: CARD (MASKED), MERCHANT, AMOUNT, RULE,
000180*                   ACTION, SEVERITY, THE FIGURE MEASURED AGAINST
000190*                   THE RULE'S LIMIT, THE FINAL DECISION AND
000200*                   WHETHER THE CARD WAS SENT TO THE HOT-CARD FILE
000210*                   (FRAUBLOQ.TXT). THE REPORT ENDS WITH COUNTS
000220*                   BY RULE, DECLINES AND BLOCKS.
000230*
000240*    PARAMETER CARD (ALERPARM.TXT, ONE RECORD, OPTIONAL):
000250*        ALP-DATA      POSTING DATE YYYYMMDD TO REPORT, ZERO OR A
000260*                      MISSING CARD = TODAY
000270*
000280*    MODIFICATION HISTORY
000290*    DATE        BY   DESCRIPTION
000300*    ----------  ---  -----------------------------------------
000310*    2026-10-15  JCM  ORIGINAL VERSION.
000311*    2026-10-15  JCM  THE RUN NOW REFUSES TO START UNTIL THE STEPS
000312*                     THE JOB-STREAM PREREQUISITES TABLE
000313*                     (PREREQ.TXT) NAMES FOR ITS REFERENCE SHOW
000314*                     COMPLETED ON RUNCTL.DAT (CARTAO-PREREQ).
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL ALERTA-PARAMETRO ASSIGN TO "ALERPARM.TXT"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380
000390     SELECT OPTIONAL CARTAO-ALERTAS ASSIGN TO "ALERTAS.TXT"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410
000420     SELECT ALERTA-RELATORIO ASSIGN TO "ALERREL.TXT"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440
000450     SELECT CARTAO-RUNCTL ASSIGN TO "RUNCTL.DAT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS IS RANDOM
000480         RECORD KEY IS RUN-CHAVE
000490         FILE STATUS IS WS-RUN-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  ALERTA-PARAMETRO.
000530 01  PARAMETRO-REGISTRO.
000540     05  ALP-DATA              PIC 9(08).
000550
000560 FD  CARTAO-ALERTAS.
000570 01  ALERTA-REGISTRO.
000580     COPY ALERREG.
000590
000600 FD  ALERTA-RELATORIO.
000610 01  RELATORIO-LINHA           PIC X(100).
000620
000630 FD  CARTAO-RUNCTL.
000640 01  RUNCTL-REGISTRO.
000650     COPY RUNREG.
000660
000670 WORKING-STORAGE SECTION.
000680 01  WS-SWITCHES.
000690     05  FIM-ALERTAS           PIC X(01) VALUE "N".
000700         88  FIM-DOS-ALERTAS       VALUE "S".
000710
000720 01  WS-CAMPOS.
000730     05  WS-RUN-STATUS         PIC X(02) VALUE SPACES.
000740     05  WS-DATA-EXECUCAO      PIC 9(08) VALUE ZERO.
000750     05  WS-DATA-ALERTA        PIC 9(08) VALUE ZERO.
000760
000761 01  PRQ-AREA.
000762     COPY PREQREG.
000763
000770 01  WS-CONTADORES.
000780     05  WS-TOTAL-LIDOS        PIC 9(07) VALUE ZERO.
000790     05  WS-TOTAL-ALERTAS      PIC 9(07) VALUE ZERO.
000800     05  WS-SOMA-ALERTAS       PIC 9(09)V99 VALUE ZERO.
000810     05  WS-TOTAL-QD           PIC 9(07) VALUE ZERO.
000820     05  WS-TOTAL-VD           PIC 9(07) VALUE ZERO.
000830     05  WS-TOTAL-EM           PIC 9(07) VALUE ZERO.
000840     05  WS-TOTAL-MM           PIC 9(07) VALUE ZERO.
000850     05  WS-TOTAL-RECUSAS      PIC 9(07) VALUE ZERO.
000860     05  WS-SOMA-RECUSAS       PIC 9(09)V99 VALUE ZERO.
000870     05  WS-TOTAL-BLOQUEIOS    PIC 9(07) VALUE ZERO.
000880
000890 01  WS-MASCARA-DADOS.
000900     05  WS-PAN-CLARO.
000910         10  WS-PAN-INICIO     PIC X(06).
000920         10  WS-PAN-MEIO       PIC X(06).
000930         10  WS-PAN-FIM        PIC X(04).
000940     05  WS-PAN-MASCARADO.
000950         10  WS-MSC-INICIO     PIC X(06).
000960         10  WS-MSC-MEIO       PIC X(06).
000970         10  WS-MSC-FIM        PIC X(04).
000980
000990 01  REL-CABECALHO-1.
001000     05  FILLER                PIC X(44) VALUE
001010         "CARTAO-ALERTA - ALERTAS DE VELOCIDADE DATA ".
001020     05  CAB-DATA              PIC 9(08).
001030     05  FILLER                PIC X(48) VALUE SPACES.
001040
001050 01  REL-CABECALHO-2.
001060     05  FILLER                PIC X(25) VALUE
001070         "NUMERO           ESTAB   ".
001080     05  FILLER                PIC X(25) VALUE
001090         "   VALOR RG A S MOTIVO   ".
001100     05  FILLER                PIC X(25) VALUE
001110         "      APURADO  REFERENCIA".
001120     05  FILLER                PIC X(25) VALUE
001130         " RESULTADO  MOTIVO-DEC B ".
001140
001150 01  REL-DETALHE.
001160     05  DET-NUMERO            PIC X(16).
001170     05  FILLER                PIC X(01) VALUE SPACES.
001180     05  DET-ESTAB             PIC 9(08).
001190     05  FILLER                PIC X(01) VALUE SPACES.
001200     05  DET-VALOR             PIC Z(03)9.99.
001210     05  FILLER                PIC X(01) VALUE SPACES.
001220     05  DET-REGRA             PIC X(02).
001230     05  FILLER                PIC X(01) VALUE SPACES.
001240     05  DET-ACAO              PIC X(01).
001250     05  FILLER                PIC X(01) VALUE SPACES.
001260     05  DET-SEVERIDADE        PIC 9(01).
001270     05  FILLER                PIC X(01) VALUE SPACES.
001280     05  DET-MOTIVO            PIC X(10).
001290     05  FILLER                PIC X(01) VALUE SPACES.
001300     05  DET-APURADO           PIC Z(07)9.99.
001310     05  FILLER                PIC X(01) VALUE SPACES.
001320     05  DET-REFERENCIA        PIC Z(07)9.99.
001330     05  FILLER                PIC X(01) VALUE SPACES.
001340     05  DET-RESULTADO         PIC X(10).
001350     05  FILLER                PIC X(01) VALUE SPACES.
001360     05  DET-MOTIVO-DECISAO    PIC X(10).
001370     05  FILLER                PIC X(01) VALUE SPACES.
001380     05  DET-BLOQUEIO          PIC X(01).
001390     05  FILLER                PIC X(01) VALUE SPACES.
001400
001410 01  REL-TOTAL.
001420     05  TOT-ROTULO            PIC X(21).
001430     05  TOT-QTD               PIC Z(06)9.
001440     05  FILLER                PIC X(02) VALUE SPACES.
001450     05  TOT-SOMA              PIC X(14).
001460     05  FILLER                PIC X(56) VALUE SPACES.
001470
001480 01  WS-SOMA-EDITADA           PIC Z(10)9.99.
001490
001500 PROCEDURE DIVISION.
001510******************************************************************
001520* 0000-MAINLINE
001530******************************************************************
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001560     PERFORM 2500-PROCESS-ALERTA THRU 2500-PROCESS-ALERTA-EXIT
001570         UNTIL FIM-DOS-ALERTAS
001580     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT
001590     STOP RUN.
001600
001610******************************************************************
001620* 1000-INITIALIZE - READ THE REPORT DATE, REGISTER THE RUN, OPEN
001630*                   THE FILES, PRINT THE HEADINGS AND PRIME THE
001640*                   READ
001650******************************************************************
001660 1000-INITIALIZE.
001670     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
001680     OPEN INPUT ALERTA-PARAMETRO
001690     READ ALERTA-PARAMETRO
001700         AT END
001710             MOVE ZERO TO ALP-DATA
001720     END-READ
001730     CLOSE ALERTA-PARAMETRO
001740     IF ALP-DATA NUMERIC AND ALP-DATA > ZERO
001750         MOVE ALP-DATA TO WS-DATA-ALERTA
001760     ELSE
001770         MOVE WS-DATA-EXECUCAO TO WS-DATA-ALERTA
001780     END-IF
001790     PERFORM 1600-REGISTRA-INICIO
001800         THRU 1600-REGISTRA-INICIO-EXIT
001810     OPEN INPUT CARTAO-ALERTAS
001820     OPEN OUTPUT ALERTA-RELATORIO
001830     MOVE WS-DATA-ALERTA TO CAB-DATA
001840     WRITE RELATORIO-LINHA FROM REL-CABECALHO-1
001850     WRITE RELATORIO-LINHA FROM REL-CABECALHO-2
001860     PERFORM 2000-READ-ALERTA THRU 2000-READ-ALERTA-EXIT.
001870 1000-INITIALIZE-EXIT.
001880     EXIT.
001890
001900******************************************************************
001910* 2000-READ-ALERTA - READ THE NEXT ALERT RECORD
001920******************************************************************
001930 2000-READ-ALERTA.
001940     READ CARTAO-ALERTAS
001950         AT END
001960             MOVE "S" TO FIM-ALERTAS
001970     END-READ
001980     IF NOT FIM-DOS-ALERTAS
001990         ADD 1 TO WS-TOTAL-LIDOS
002000     END-IF.
002010 2000-READ-ALERTA-EXIT.
002020     EXIT.
002030
002040******************************************************************
002050* 2500-PROCESS-ALERTA - LIST AN ALERT OF THE REPORT DATE AND ROLL
002060*                       IT INTO THE TOTALS, THEN PRIME THE NEXT
002070*                       READ. ALERTS OF OTHER DATES ARE SKIPPED.
002080******************************************************************
002090 2500-PROCESS-ALERTA.
002100     IF ALR-DATA NOT = WS-DATA-ALERTA
002110         GO TO 2500-PROCESS-ALERTA-NEXT
002120     END-IF
002130     PERFORM 2600-GRAVA-DETALHE THRU 2600-GRAVA-DETALHE-EXIT
002140     ADD 1 TO WS-TOTAL-ALERTAS
002150     ADD ALR-VALOR TO WS-SOMA-ALERTAS
002160     EVALUATE ALR-REGRA
002170         WHEN "QD"
002180             ADD 1 TO WS-TOTAL-QD
002190         WHEN "VD"
002200             ADD 1 TO WS-TOTAL-VD
002210         WHEN "EM"
002220             ADD 1 TO WS-TOTAL-EM
002230         WHEN "MM"
002240             ADD 1 TO WS-TOTAL-MM
002250     END-EVALUATE
002260     IF ALR-RECUSA AND ALR-RESULTADO = "REJEITADO"
002270         ADD 1 TO WS-TOTAL-RECUSAS
002280         ADD ALR-VALOR TO WS-SOMA-RECUSAS
002290     END-IF
002300     IF ALR-BLOQUEIO = "S"
002310         ADD 1 TO WS-TOTAL-BLOQUEIOS
002320     END-IF.
002330 2500-PROCESS-ALERTA-NEXT.
002340     PERFORM 2000-READ-ALERTA THRU 2000-READ-ALERTA-EXIT.
002350 2500-PROCESS-ALERTA-EXIT.
002360     EXIT.
002370
002380******************************************************************
002390* 2600-GRAVA-DETALHE - PRINT ONE ALERT ON THE REPORT
002400******************************************************************
002410 2600-GRAVA-DETALHE.
002420     MOVE ALR-NUMERO TO WS-PAN-CLARO
002430     PERFORM 2910-MASCARA-PAN THRU 2910-MASCARA-PAN-EXIT
002440     MOVE WS-PAN-MASCARADO   TO DET-NUMERO
002450     MOVE ALR-ESTAB          TO DET-ESTAB
002460     MOVE ALR-VALOR          TO DET-VALOR
002470     MOVE ALR-REGRA          TO DET-REGRA
002480     MOVE ALR-ACAO           TO DET-ACAO
002490     MOVE ALR-SEVERIDADE     TO DET-SEVERIDADE
002500     MOVE ALR-MOTIVO         TO DET-MOTIVO
002510     MOVE ALR-APURADO        TO DET-APURADO
002520     MOVE ALR-REFERENCIA     TO DET-REFERENCIA
002530     MOVE ALR-RESULTADO      TO DET-RESULTADO
002540     MOVE ALR-MOTIVO-DECISAO TO DET-MOTIVO-DECISAO
002550     MOVE ALR-BLOQUEIO       TO DET-BLOQUEIO
002560     WRITE RELATORIO-LINHA FROM REL-DETALHE.
002570 2600-GRAVA-DETALHE-EXIT.
002580     EXIT.
002590
002600******************************************************************
002610* 2910-MASCARA-PAN - MASK THE PAN IN WS-PAN-CLARO TO FIRST SIX
002620*                    PLUS LAST FOUR FOR HUMAN-READABLE OUTPUT,
002630*                    AS CARTAO-BATCH DOES (PCI)
002640******************************************************************
002650 2910-MASCARA-PAN.
002660     MOVE WS-PAN-INICIO TO WS-MSC-INICIO
002670     MOVE "******"      TO WS-MSC-MEIO
002680     MOVE WS-PAN-FIM    TO WS-MSC-FIM.
002690 2910-MASCARA-PAN-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730* 3000-FINALIZE - PRINT THE TOTALS, CLOSE THE FILES AND MARK THE
002740*                 RUN COMPLETED
002750******************************************************************
002760 3000-FINALIZE.
002770     MOVE SPACES TO RELATORIO-LINHA
002780     WRITE RELATORIO-LINHA
002790     MOVE "TOTAL ALERTAS.......:" TO TOT-ROTULO
002800     MOVE WS-TOTAL-ALERTAS TO TOT-QTD
002810     MOVE WS-SOMA-ALERTAS TO WS-SOMA-EDITADA
002820     MOVE WS-SOMA-EDITADA TO TOT-SOMA
002830     WRITE RELATORIO-LINHA FROM REL-TOTAL
002840     MOVE SPACES TO TOT-SOMA
002850     MOVE "  QTDE NO DIA (QD)..:" TO TOT-ROTULO
002860     MOVE WS-TOTAL-QD TO TOT-QTD
002870     WRITE RELATORIO-LINHA FROM REL-TOTAL
002880     MOVE "  VALOR NO DIA (VD).:" TO TOT-ROTULO
002890     MOVE WS-TOTAL-VD TO TOT-QTD
002900     WRITE RELATORIO-LINHA FROM REL-TOTAL
002910     MOVE "  MESMO ESTAB (EM)..:" TO TOT-ROTULO
002920     MOVE WS-TOTAL-EM TO TOT-QTD
002930     WRITE RELATORIO-LINHA FROM REL-TOTAL
002940     MOVE "  MEDIA MENSAL (MM).:" TO TOT-ROTULO
002950     MOVE WS-TOTAL-MM TO TOT-QTD
002960     WRITE RELATORIO-LINHA FROM REL-TOTAL
002970     MOVE "TOTAL RECUSAS.......:" TO TOT-ROTULO
002980     MOVE WS-TOTAL-RECUSAS TO TOT-QTD
002990     MOVE WS-SOMA-RECUSAS TO WS-SOMA-EDITADA
003000     MOVE WS-SOMA-EDITADA TO TOT-SOMA
003010     WRITE RELATORIO-LINHA FROM REL-TOTAL
003020     MOVE SPACES TO TOT-SOMA
003030     MOVE "TOTAL BLOQUEIOS.....:" TO TOT-ROTULO
003040     MOVE WS-TOTAL-BLOQUEIOS TO TOT-QTD
003050     WRITE RELATORIO-LINHA FROM REL-TOTAL
003060     CLOSE CARTAO-ALERTAS
003070     CLOSE ALERTA-RELATORIO
003080     PERFORM 3300-REGISTRA-FIM THRU 3300-REGISTRA-FIM-EXIT
003090     DISPLAY "CARTAO-ALERTA - DATA: " WS-DATA-ALERTA
003100     DISPLAY "CARTAO-ALERTA - TOTAL ALERTAS: " WS-TOTAL-ALERTAS
003110     DISPLAY "CARTAO-ALERTA - TOTAL RECUSAS: " WS-TOTAL-RECUSAS
003120     DISPLAY "CARTAO-ALERTA - TOTAL BLOQUEIOS: "
003130         WS-TOTAL-BLOQUEIOS.
003140 3000-FINALIZE-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180* 1600-REGISTRA-INICIO - REGISTER THE REPORT ON THE SHARED
003190*                        RUN-CONTROL REGISTRY UNDER CODE CARTALER
003200*                        AND THE REPORTED DATE. A READ-ONLY REPORT
003210*                        NEVER BLOCKS; A SECOND RUN FOR THE SAME
003220*                        DATE REOPENS THE SAME RECORD.
003230******************************************************************
003240 1600-REGISTRA-INICIO.
003241     PERFORM 1620-VERIFICA-PREREQ
003242         THRU 1620-VERIFICA-PREREQ-EXIT
003250     OPEN I-O CARTAO-RUNCTL
003260     IF WS-RUN-STATUS = "35"
003270         OPEN OUTPUT CARTAO-RUNCTL
003280         CLOSE CARTAO-RUNCTL
003290         OPEN I-O CARTAO-RUNCTL
003300     END-IF
003310     IF WS-RUN-STATUS NOT = "00"
003320         DISPLAY "CARTAO-ALERTA - CARTAO-RUNCTL OPEN FAILED, "
003330             "STATUS " WS-RUN-STATUS
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF
003370     MOVE "CARTALER" TO RUN-PROGRAMA
003380     MOVE WS-DATA-ALERTA TO RUN-DATA-REF
003390     READ CARTAO-RUNCTL
003400         INVALID KEY
003410             PERFORM 1610-PREPARA-RUNCTL
003420                 THRU 1610-PREPARA-RUNCTL-EXIT
003430             WRITE RUNCTL-REGISTRO
003440         NOT INVALID KEY
003450             PERFORM 1610-PREPARA-RUNCTL
003460                 THRU 1610-PREPARA-RUNCTL-EXIT
003470             REWRITE RUNCTL-REGISTRO
003480     END-READ.
003490 1600-REGISTRA-INICIO-EXIT.
003500     EXIT.
003510
003520******************************************************************
003530* 1610-PREPARA-RUNCTL - FILL THE REGISTRY RECORD FOR A RUN THAT
003540*                       IS STARTING
003550******************************************************************
003560 1610-PREPARA-RUNCTL.
003570     MOVE "CARTALER" TO RUN-PROGRAMA
003580     MOVE WS-DATA-ALERTA TO RUN-DATA-REF
003590     MOVE "I" TO RUN-SITUACAO
003600     MOVE SPACE TO RUN-MODO
003610     MOVE WS-DATA-EXECUCAO TO RUN-DATA-EXEC
003620     MOVE WS-DATA-ALERTA TO RUN-DATA-MOVTO
003630     MOVE ZERO TO RUN-TOTAL-REGISTROS
003640     MOVE ZERO TO RUN-TOTAL-VALOR.
003650 1610-PREPARA-RUNCTL-EXIT.
003660     EXIT.
003661
003662******************************************************************
003663* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
003664*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
003665*                        THIS REFERENCE SHOW COMPLETED ON THE
003666*                        REGISTRY (CARTAO-PREREQ)
003667******************************************************************
003668 1620-VERIFICA-PREREQ.
003669     MOVE "CARTALER" TO PRQ-PROGRAMA
003670     MOVE WS-DATA-ALERTA TO PRQ-DATA-REF
003671     MOVE "S" TO PRQ-MENSAGENS
003672     CALL "CARTAO-PREREQ" USING PRQ-AREA
003673     IF PRQ-RETORNO NOT = ZERO
003674         DISPLAY "CARTAO-ALERTA - PRE-REQUISITOS PENDENTES PARA "
003675             WS-DATA-ALERTA " - RUN NAO INICIADO"
003676         MOVE 16 TO RETURN-CODE
003677         STOP RUN
003678     END-IF.
003679 1620-VERIFICA-PREREQ-EXIT.
003680     EXIT.
003681
003682******************************************************************
003690* 3300-REGISTRA-FIM - MARK THE REPORT COMPLETED ON THE REGISTRY,
003700*                     WITH THE ALERTS LISTED AND THEIR AMOUNT
003710******************************************************************
003720 3300-REGISTRA-FIM.
003730     MOVE "CARTALER" TO RUN-PROGRAMA
003740     MOVE WS-DATA-ALERTA TO RUN-DATA-REF
003750     READ CARTAO-RUNCTL
003760         INVALID KEY
003770             CONTINUE
003780         NOT INVALID KEY
003790             MOVE "C" TO RUN-SITUACAO
003800             MOVE WS-TOTAL-ALERTAS TO RUN-TOTAL-REGISTROS
003810             MOVE WS-SOMA-ALERTAS TO RUN-TOTAL-VALOR
003820             REWRITE RUNCTL-REGISTRO
003830     END-READ
003840     CLOSE CARTAO-RUNCTL.
003850 3300-REGISTRA-FIM-EXIT.
003860     EXIT.
