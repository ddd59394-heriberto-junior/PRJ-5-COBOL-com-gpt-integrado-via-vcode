000300*    INTERRUPTED PURGE) IS STILL DELETED FROM THE LIVE MASTER
000310*    AND COUNTED SEPARATELY, SO THE CYCLE CAN SAFELY BE RERUN.
000320*
000321*    THE RUN REGISTERS ITSELF ON RUNCTL.DAT UNDER CODE CARTEXPU
000322*    AND THE CUTOFF DATE, AFTER CHECKING ITS JOB-STREAM
000323*    PREREQUISITES (CARTAO-PREREQ): NO HISTORY IS ARCHIVED UNTIL
000324*    THE BILLING AND THE AGING OF THE LAST MONTH THE CUTOFF
000325*    REACHES HAVE COMPLETED. A CUTOFF ALREADY REGISTERED IS
000326*    SIMPLY PURGED AGAIN.
000327*
000330*    MODIFICATION HISTORY
000340*    DATE        BY   DESCRIPTION
000350*    ----------  ---  -----------------------------------------
000361*    2026-09-02  JCM  THE PAN ON EXPUREL.TXT IS NOW MASKED TO
000362*                     FIRST-SIX-PLUS-LAST-FOUR (PCI); THE LIVE
000363*                     AND ARCHIVE MASTERS KEEP THE FULL NUMBER.
000364*    2026-10-15  JCM  THE RUN NOW REGISTERS ON RUNCTL.DAT UNDER
000365*                     CODE CARTEXPU AND THE CUTOFF DATE, AFTER
000366*                     CHECKING THE JOB-STREAM PREREQUISITES TABLE
000367*                     (PREREQ.TXT) THROUGH CARTAO-PREREQ.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000550
000560     SELECT EXPURGO-RELATORIO ASSIGN TO "EXPUREL.TXT"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000571
000572     SELECT CARTAO-RUNCTL ASSIGN TO "RUNCTL.DAT"
000573         ORGANIZATION IS INDEXED
000574         ACCESS IS RANDOM
000575         RECORD KEY IS RUN-CHAVE
000576         FILE STATUS IS WS-RUN-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  EXPURGO-PARAMETRO.
000860 FD  EXPURGO-RELATORIO.
000870 01  RELATORIO-LINHA           PIC X(100).
000880
000881 FD  CARTAO-RUNCTL.
000882 01  RUNCTL-REGISTRO.
000883     COPY RUNREG.
000884
000890 WORKING-STORAGE SECTION.
000900 01  WS-SWITCHES.
000910     05  FIM-HISTORICO         PIC X(01) VALUE "N".
001040     05  WS-TOTAL-JA-ARQUIV    PIC 9(07) VALUE ZERO.
001050     05  WS-TOTAL-MANTIDOS     PIC 9(07) VALUE ZERO.
001060     05  WS-SOMA-EXPURGADOS    PIC 9(11)V99 VALUE ZERO.
001061
001062 01  WS-RUNCTL-DADOS.
001063     05  WS-RUN-STATUS         PIC X(02) VALUE SPACES.
001064     05  WS-DATA-HOJE          PIC 9(08) VALUE ZERO.
001065
001066 01  PRQ-AREA.
001067     COPY PREQREG.
001070
001080 01  REL-CABECALHO-1.
001090     05  FILLER                PIC X(47) VALUE
001680     END-IF
001690     MOVE EXP-DATA-CORTE TO WS-DATA-CORTE
001700     CLOSE EXPURGO-PARAMETRO
001701     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001702     PERFORM 1600-REGISTRA-INICIO THRU 1600-REGISTRA-INICIO-EXIT
001710     OPEN I-O CARTAO-HISTORICO
001720     IF WS-HIST-STATUS NOT = "00"
001730         DISPLAY "CARTAO-EXPURGO - CARTAO-HISTORICO OPEN FAILED, "
002762     EXIT.
002763
002770******************************************************************
002780* 3000-FINALIZE - CLOSE FILES, CLOSE THE RUN ON THE REGISTRY
002781*                 AND PRINT THE CONTROL TOTALS
002790******************************************************************
002800 3000-FINALIZE.
002810     CLOSE CARTAO-HISTORICO
002820     CLOSE CARTAO-ARQUIVO
002830     CLOSE EXPURGO-RELATORIO
002831     PERFORM 3300-REGISTRA-FIM THRU 3300-REGISTRA-FIM-EXIT
002840     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-EXIT.
002850 3000-FINALIZE-EXIT.
002860     EXIT.
003000     DISPLAY "-----------------------------------------".
003010 3100-PRINT-TOTALS-EXIT.
003020     EXIT.
003021
003022******************************************************************
003023* 1600-REGISTRA-INICIO - CHECK THE JOB-STREAM PREREQUISITES, THEN
003024*                        REGISTER THE RUN ON THE SHARED RUN-
003025*                        CONTROL REGISTRY UNDER CODE CARTEXPU AND
003026*                        THE CUTOFF DATE. THE PURGE MAY BE
003027*                        RERUN, SO A CUTOFF ALREADY REGISTERED IS
003028*                        STARTED AGAIN WITHOUT AN OVERRIDE.
003029******************************************************************
003030 1600-REGISTRA-INICIO.
003031     PERFORM 1620-VERIFICA-PREREQ
003032         THRU 1620-VERIFICA-PREREQ-EXIT
003033     OPEN I-O CARTAO-RUNCTL
003034     IF WS-RUN-STATUS = "35"
003035         OPEN OUTPUT CARTAO-RUNCTL
003036         CLOSE CARTAO-RUNCTL
003037         OPEN I-O CARTAO-RUNCTL
003038     END-IF
003039     IF WS-RUN-STATUS NOT = "00"
003040         DISPLAY "CARTAO-EXPURGO - CARTAO-RUNCTL OPEN FAILED, "
003041             "STATUS " WS-RUN-STATUS
003042         MOVE 16 TO RETURN-CODE
003043         STOP RUN
003044     END-IF
003045     MOVE "CARTEXPU" TO RUN-PROGRAMA
003046     MOVE WS-DATA-CORTE TO RUN-DATA-REF
003047     READ CARTAO-RUNCTL
003048         INVALID KEY
003049             PERFORM 1610-PREPARA-RUNCTL
003050                 THRU 1610-PREPARA-RUNCTL-EXIT
003051             WRITE RUNCTL-REGISTRO
003052         NOT INVALID KEY
003053             PERFORM 1610-PREPARA-RUNCTL
003054                 THRU 1610-PREPARA-RUNCTL-EXIT
003055             REWRITE RUNCTL-REGISTRO
003056     END-READ.
003057 1600-REGISTRA-INICIO-EXIT.
003058     EXIT.
003059
003060******************************************************************
003061* 1610-PREPARA-RUNCTL - FILL THE REGISTRY RECORD FOR A RUN THAT
003062*                       IS STARTING
003063******************************************************************
003064 1610-PREPARA-RUNCTL.
003065     MOVE "CARTEXPU" TO RUN-PROGRAMA
003066     MOVE WS-DATA-CORTE TO RUN-DATA-REF
003067     MOVE "I" TO RUN-SITUACAO
003068     MOVE SPACE TO RUN-MODO
003069     ACCEPT RUN-DATA-EXEC FROM DATE YYYYMMDD
003070     MOVE WS-DATA-HOJE TO RUN-DATA-MOVTO
003071     MOVE ZERO TO RUN-TOTAL-REGISTROS
003072     MOVE ZERO TO RUN-TOTAL-VALOR.
003073 1610-PREPARA-RUNCTL-EXIT.
003074     EXIT.
003075
003076******************************************************************
003077* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
003078*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
003079*                        THIS REFERENCE SHOW COMPLETED ON THE
003080*                        REGISTRY (CARTAO-PREREQ)
003081******************************************************************
003082 1620-VERIFICA-PREREQ.
003083     MOVE "CARTEXPU" TO PRQ-PROGRAMA
003084     MOVE WS-DATA-CORTE TO PRQ-DATA-REF
003085     MOVE "S" TO PRQ-MENSAGENS
003086     CALL "CARTAO-PREREQ" USING PRQ-AREA
003087     IF PRQ-RETORNO NOT = ZERO
003088         DISPLAY "CARTAO-EXPURGO - PRE-REQUISITOS PENDENTES "
003089             "PARA " WS-DATA-CORTE " - RUN NAO INICIADO"
003090         MOVE 16 TO RETURN-CODE
003091         STOP RUN
003092     END-IF.
003093 1620-VERIFICA-PREREQ-EXIT.
003094     EXIT.
003095
003096******************************************************************
003097* 3300-REGISTRA-FIM - MARK THE RUN COMPLETED ON THE REGISTRY, WITH
003098*                     THE RECORDS PURGED AND THEIR AMOUNT
003099******************************************************************
003100 3300-REGISTRA-FIM.
003101     MOVE "CARTEXPU" TO RUN-PROGRAMA
003102     MOVE WS-DATA-CORTE TO RUN-DATA-REF
003103     READ CARTAO-RUNCTL
003104         INVALID KEY
003105             CONTINUE
003106         NOT INVALID KEY
003107             MOVE "C" TO RUN-SITUACAO
003108             MOVE WS-TOTAL-EXPURGADOS TO RUN-TOTAL-REGISTROS
003109             MOVE WS-SOMA-EXPURGADOS TO RUN-TOTAL-VALOR
003110             REWRITE RUNCTL-REGISTRO
003111     END-READ
003112     CLOSE CARTAO-RUNCTL.
003113 3300-REGISTRA-FIM-EXIT.
003114     EXIT.
