000180*                                    OPENING BALANCE, THE
000190*                                    MONTH'S PURCHASES/PAYMENTS/
000200*                                    REFUNDS/CHARGEBACKS,
000201*                                    REVERSED DISPUTE CREDITS,
000210*                                    INTEREST, THE FEES OF
000211*                                    CARTAO-TARIFA, CLOSING
000212*                                    BALANCE, MINIMUM DUE, AND THE
000221*                                    CREDIT BALANCE WHEN THE
000222*                                    CARDHOLDER IS IN CREDIT);
000230*                     FATRESUM.TXT - THE SUMMARY REGISTER FOR
000240*                                    FINANCE.
000250*                   THE INTEREST ASSESSED IS POSTED TO LIM-SALDO
000440*    BALANCE-BEFORE IMAGE OF ITS FIRST POSTING IN THE BILLING
000450*    MONTH (JORNAL.TXT CARRIES EXACT BEFORE-IMAGES, SO CLAMPED
000460*    OVERPAYMENTS ARE ACCOUNTED FOR); A CARD WITH NO POSTINGS
000461*    IN THE MONTH OPENS AT ITS CURRENT LIM-SALDO. THE OPENING
000462*    CREDIT BALANCE IS TAKEN THE SAME WAY FROM JRN-CREDOR-ANTES
000463*    (OR LIM-SALDO-CREDOR).
000464*
000465*    THE NAME AND MAILING ADDRESS ON THE STATEMENT COME FROM THE
000466*    CARD ACCOUNT MASTER (CONTAS.DAT, CONTREG); A CARD NOT ON
000467*    THE MASTER, OR A RUN WITHOUT THE MASTER, FALLS BACK TO THE
000468*    NAME ON THE HISTORY AND A BLANK ADDRESS. A CARD REPLACED BY
000469*    CARTAO-RENOVA WHOSE BALANCES ARE ZERO GETS NO STATEMENT: ITS
000470*    MONTH IS BILLED ON THE NEW CARD'S STATEMENT, WHICH, WHEN
000471*    THE NEW CARD WAS ISSUED IN THE BILLING MONTH, ALSO TOTALS
000472*    THE OLD CARD'S HISTORY FOR THE MONTH AND OPENS AT THE OLD
000473*    CARD'S OPENING BALANCE.
000480*
000490*    MODIFICATION HISTORY
000500*    DATE        BY   DESCRIPTION
000737*                     FCB-ANO-MES, AND THE CARTFATU REGISTRY
000738*                     BLOCK KEEPS A MONTH FROM BEING APPENDED
000739*                     TWICE.
000740*    2026-10-05  JCM  THE FINAL CREDIT OF A DISPUTE WON (HISTORY
000741*                     TYPE "G", CARTAO-DISPUTA) IS BILLED WITH
000742*                     THE MONTH'S CHARGEBACKS; THE REVERSAL OF
000743*                     THE PROVISIONAL CREDIT OF A DISPUTE LOST
000744*                     (TYPE "V") GOES TO THE NEW FTR-REVERSOES
000745*                     FIELD, APPENDED TO THE STATEMENT RECORD,
000746*                     AND TO A TOTAL REVERSOES LINE ON
000747*                     FATRESUM.TXT.
000748*    2026-10-05  JCM  OVERPAYMENTS ARE NO LONGER CLAMPED: A CARD
000749*                     IN CREDIT (LIM-SALDO-CREDOR) GETS A CREDIT
000750*                     STATEMENT - FTR-NATUREZA "C" WITH THE CREDIT
000751*                     BALANCE IN FTR-SALDO-CREDOR AND A ZERO
000752*                     MINIMUM - INSTEAD OF A ZERO BALANCE. THE
000753*                     INTEREST POSTING CONSUMES THE CREDIT BALANCE
000754*                     FIRST. THE OPENING CREDIT BALANCE
000755*                     (FTR-CREDOR-ANTERIOR) AND THE MONTH'S
000756*                     REFUNDS OF UNUSED CREDIT (HISTORY TYPE "D",
000757*                     CARTAO-REEMBOLSO, FTR-DEVOLUCOES) ARE
000758*                     APPENDED TO THE STATEMENT RECORD, AND
000759*                     FATRESUM.TXT GAINS THE MATCHING TOTALS.
000760*                     A HISTORY ROW WITH NO NAME (THE REFUND
000761*                     ROWS) NO LONGER BLANKS THE STATEMENT NAME.
000762*    2026-10-15  JCM  THE FEES OF CARTAO-TARIFA POSTED IN THE
000763*                     MONTH (HISTORY TYPES "A" ANNUAL FEE, "T"
000764*                     LATE-PAYMENT FEE, "M" MORA AND "E"
000765*                     OVERLIMIT FEE) ARE BILLED EACH ON ITS OWN
000766*                     LINE - FTR-ANUIDADE, FTR-TARIFA-ATRASO,
000767*                     FTR-MORA AND FTR-SOBRELIMITE, APPENDED TO
000768*                     THE STATEMENT RECORD - WITH THE MATCHING
000769*                     TOTALS ON FATRESUM.TXT.
000770*    2026-10-15  JCM  THE STATEMENT NAME AND ADDRESS NOW COME
000771*                     FROM THE CARD ACCOUNT MASTER CONTAS.DAT:
000772*                     FTR-NOME-TITULAR (THE FULL NAME; FTR-NOME
000773*                     KEEPS ITS FIRST 20 CHARACTERS),
000774*                     FTR-LOGRADOURO, FTR-CIDADE, FTR-UF AND
000775*                     FTR-CEP ARE APPENDED TO THE STATEMENT
000776*                     RECORD. A CARD REPLACED BY CARTAO-RENOVA
000777*                     WITH ZERO BALANCES IS NOT BILLED; THE NEW
000778*                     CARD'S STATEMENT CARRIES THE OLD CARD'S
000779*                     MONTH. FATRESUM.TXT GAINS THE COUNTS OF
000780*                     CARDS NOT ON THE MASTER AND REPLACED.
000781*    2026-10-15  JCM  THE RUN NOW REFUSES TO START UNTIL THE STEPS
000782*                     THE JOB-STREAM PREREQUISITES TABLE
000783*                     (PREREQ.TXT) NAMES FOR ITS REFERENCE SHOW
000784*                     COMPLETED ON RUNCTL.DAT (CARTAO-PREREQ).
000785******************************************************************
000786 ENVIRONMENT DIVISION.
000787 INPUT-OUTPUT SECTION.
000788 FILE-CONTROL.
000789     SELECT FATURA-PARAMETRO ASSIGN TO "FATPARM.TXT"
000790         ORGANIZATION IS LINE SEQUENTIAL.
000791
000792     SELECT CARTAO-LIMITES ASSIGN TO "LIMITES.DAT"
000800         ORGANIZATION IS INDEXED
000810         ACCESS IS SEQUENTIAL
000820         RECORD KEY IS LIM-NUMERO
000830         FILE STATUS IS WS-LIM-STATUS.
000831
000832     SELECT CARTAO-CONTAS ASSIGN TO "CONTAS.DAT"
000833         ORGANIZATION IS INDEXED
000834         ACCESS IS RANDOM
000835         RECORD KEY IS CTA-NUMERO
000836         FILE STATUS IS WS-CTA-STATUS.
000840
000850     SELECT CARTAO-HISTORICO ASSIGN TO "HISTORICO.DAT"
000860         ORGANIZATION IS INDEXED
001100 01  LIMITE-REGISTRO.
001110     COPY LIMREG.
001120
001121 FD  CARTAO-CONTAS.
001122 01  CONTA-REGISTRO.
001123     COPY CONTREG.
001124
001130 FD  CARTAO-HISTORICO.
001140 01  HISTORICO-REGISTRO.
001150     COPY HISTREG.
001310     05  FTR-JUROS             PIC 9(08)V99.
001320     05  FTR-SALDO-FINAL       PIC 9(08)V99.
001330     05  FTR-MINIMO            PIC 9(08)V99.
001331     05  FTR-REVERSOES         PIC 9(08)V99.
001332     05  FTR-CREDOR-ANTERIOR   PIC 9(08)V99.
001333     05  FTR-DEVOLUCOES        PIC 9(08)V99.
001334     05  FTR-SALDO-CREDOR      PIC 9(08)V99.
001335     05  FTR-NATUREZA          PIC X(01).
001336         88  FTR-DEVEDORA          VALUE "D".
001337         88  FTR-CREDORA           VALUE "C".
001338     05  FTR-ANUIDADE          PIC 9(08)V99.
001339     05  FTR-TARIFA-ATRASO     PIC 9(08)V99.
001340     05  FTR-MORA              PIC 9(08)V99.
001341     05  FTR-SOBRELIMITE       PIC 9(08)V99.
001342     05  FTR-NOME-TITULAR      PIC X(30).
001343     05  FTR-LOGRADOURO        PIC X(40).
001344     05  FTR-CIDADE            PIC X(25).
001345     05  FTR-UF                PIC X(02).
001346     05  FTR-CEP               PIC 9(08).
001347
001350 FD  FATURA-RESUMO.
001360 01  RESUMO-LINHA              PIC X(80).
001361
001430         88  FIM-DO-HISTORICO      VALUE "S".
001440     05  FIM-JORNAL            PIC X(01) VALUE "N".
001450         88  FIM-DO-JORNAL         VALUE "S".
001451     05  WS-CTA-SW             PIC X(01) VALUE "N".
001452         88  CONTAS-DISPONIVEL     VALUE "S".
001453     05  WS-CONTA-SW           PIC X(01) VALUE "N".
001454         88  CONTA-ACHADA          VALUE "S".
001460
001470 01  WS-CAMPOS.
001480     05  WS-LIM-STATUS         PIC X(02) VALUE SPACES.
001490     05  WS-HIST-STATUS        PIC X(02) VALUE SPACES.
001491     05  WS-CTA-STATUS         PIC X(02) VALUE SPACES.
001500     05  WS-ANO-MES            PIC 9(06) VALUE ZERO.
001510     05  WS-DATA-INI           PIC 9(08) VALUE ZERO.
001520     05  WS-DATA-FIM           PIC 9(08) VALUE ZERO.
001640
001650 01  WS-FATURA-DADOS.
001660     05  WS-NOME-CARTAO        PIC X(20).
001661     05  WS-NUMERO-HIST        PIC 9(16) VALUE ZERO.
001662     05  WS-ANTECESSOR         PIC 9(16) VALUE ZERO.
001670     05  WS-SALDO-ANTERIOR     PIC 9(08)V99 VALUE ZERO.
001680     05  WS-COMPRAS            PIC 9(08)V99 VALUE ZERO.
001690     05  WS-PAGAMENTOS         PIC 9(08)V99 VALUE ZERO.
001700     05  WS-ESTORNOS           PIC 9(08)V99 VALUE ZERO.
001710     05  WS-CONTESTACOES       PIC 9(08)V99 VALUE ZERO.
001711     05  WS-REVERSOES          PIC 9(08)V99 VALUE ZERO.
001712     05  WS-DEVOLUCOES         PIC 9(08)V99 VALUE ZERO.
001713     05  WS-CREDOR-ANTERIOR    PIC 9(08)V99 VALUE ZERO.
001714     05  WS-CREDOR-FINAL       PIC 9(08)V99 VALUE ZERO.
001715     05  WS-CREDOR-ANTES       PIC 9(08)V99 VALUE ZERO.
001716     05  WS-ANUIDADE           PIC 9(08)V99 VALUE ZERO.
001717     05  WS-TARIFA-ATRASO      PIC 9(08)V99 VALUE ZERO.
001718     05  WS-MORA               PIC 9(08)V99 VALUE ZERO.
001719     05  WS-SOBRELIMITE        PIC 9(08)V99 VALUE ZERO.
001720     05  WS-JUROS              PIC 9(08)V99 VALUE ZERO.
001730     05  WS-SALDO-FINAL        PIC 9(08)V99 VALUE ZERO.
001740     05  WS-MINIMO             PIC 9(08)V99 VALUE ZERO.
001910     05  WS-ABR-ENTRADA        OCCURS 150001 TIMES.
001920         10  WS-ABR-NUMERO     PIC 9(16).
001930         10  WS-ABR-SALDO      PIC 9(08)V99.
001931         10  WS-ABR-CREDOR     PIC 9(08)V99.
001940
001941 01  WS-MASCARA-DADOS.
001942     05  WS-PAN-CLARO.
001954     05  WS-OVERRIDE-SW        PIC X(01) VALUE "N".
001955         88  OVERRIDE-OPERADOR     VALUE "S".
001956
001957 01  PRQ-AREA.
001958     COPY PREQREG.
001959
001960 01  WS-JORNAL-DADOS.
001961     05  WS-JRN-SEQ            PIC 9(07) VALUE ZERO.
001970
001980 01  WS-TOTAIS.
001990     05  WS-TOT-CARTOES        PIC 9(07) VALUE ZERO.
002010     05  WS-TOT-PAGAMENTOS     PIC 9(11)V99 VALUE ZERO.
002020     05  WS-TOT-ESTORNOS       PIC 9(11)V99 VALUE ZERO.
002030     05  WS-TOT-CONTESTACOES   PIC 9(11)V99 VALUE ZERO.
002031     05  WS-TOT-REVERSOES      PIC 9(11)V99 VALUE ZERO.
002032     05  WS-TOT-DEVOLUCOES     PIC 9(11)V99 VALUE ZERO.
002033     05  WS-TOT-CREDORES       PIC 9(07) VALUE ZERO.
002034     05  WS-TOT-SALDO-CREDOR   PIC 9(11)V99 VALUE ZERO.
002035     05  WS-TOT-ANUIDADES      PIC 9(11)V99 VALUE ZERO.
002036     05  WS-TOT-TARIFAS-ATRASO PIC 9(11)V99 VALUE ZERO.
002037     05  WS-TOT-MORAS          PIC 9(11)V99 VALUE ZERO.
002038     05  WS-TOT-SOBRELIMITES   PIC 9(11)V99 VALUE ZERO.
002039     05  WS-TOT-SEM-CADASTRO   PIC 9(07) VALUE ZERO.
002040     05  WS-TOT-SUBSTITUIDOS   PIC 9(07) VALUE ZERO.
002041     05  WS-TOT-JUROS          PIC 9(11)V99 VALUE ZERO.
002050     05  WS-TOT-SALDO-FINAL    PIC 9(11)V99 VALUE ZERO.
002060     05  WS-TOT-MINIMO         PIC 9(11)V99 VALUE ZERO.
002070
002724     END-IF
002730     CLOSE FATURA-PARAMETRO
002731     COMPUTE WS-RUN-DATA-REF = WS-ANO-MES * 100
002732     PERFORM 1620-VERIFICA-PREREQ
002733         THRU 1620-VERIFICA-PREREQ-EXIT
002734     PERFORM 1600-REGISTRA-INICIO
002735         THRU 1600-REGISTRA-INICIO-EXIT
002740     COMPUTE WS-DATA-INI = WS-ANO-MES * 100 + 1
002750     COMPUTE WS-DATA-FIM = WS-ANO-MES * 100 + 31
002760     OPEN I-O CARTAO-LIMITES
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF
002891     OPEN INPUT CARTAO-CONTAS
002892     EVALUATE WS-CTA-STATUS
002893         WHEN "00"
002894             MOVE "S" TO WS-CTA-SW
002895         WHEN "35"
002896             MOVE "N" TO WS-CTA-SW
002897             DISPLAY "CARTAO-FATURA - CONTAS.DAT AUSENTE, "
002898                 "NOME DO HISTORICO E SEM ENDERECO"
002899         WHEN OTHER
002900             DISPLAY "CARTAO-FATURA - CARTAO-CONTAS OPEN "
002901                 "FAILED, STATUS " WS-CTA-STATUS
002902             MOVE 16 TO RETURN-CODE
002903             STOP RUN
002904     END-EVALUATE
002905     PERFORM 1100-CARREGA-ABERTURA
002910         THRU 1100-CARREGA-ABERTURA-EXIT
002920     OPEN EXTEND CARTAO-JORNAL
002930     OPEN OUTPUT FATURA-SAIDA
003100******************************************************************
003110* 2100-ACUMULA-ATIVIDADE - TOTAL THE CARD'S APPROVED ACTIVITY
003120*                          FOR THE BILLING MONTH, BY TYPE, FROM
003130*                          THE HISTORY MASTER - WITH THE
003131*                          REPLACED CARD'S WHEN THE CARD WAS
003132*                          ISSUED IN THE MONTH
003140******************************************************************
003150 2100-ACUMULA-ATIVIDADE.
003160     MOVE SPACES TO WS-NOME-CARTAO
003180     MOVE ZERO TO WS-PAGAMENTOS
003190     MOVE ZERO TO WS-ESTORNOS
003200     MOVE ZERO TO WS-CONTESTACOES
003201     MOVE ZERO TO WS-REVERSOES
003202     MOVE ZERO TO WS-DEVOLUCOES
003203     MOVE ZERO TO WS-ANUIDADE
003204     MOVE ZERO TO WS-TARIFA-ATRASO
003205     MOVE ZERO TO WS-MORA
003206     MOVE ZERO TO WS-SOBRELIMITE
003207     MOVE LIM-NUMERO TO WS-NUMERO-HIST
003208     PERFORM 2105-PERCORRE-HISTORICO
003209         THRU 2105-PERCORRE-HISTORICO-EXIT
003210     IF WS-ANTECESSOR NOT = ZERO
003211         MOVE WS-ANTECESSOR TO WS-NUMERO-HIST
003212         PERFORM 2105-PERCORRE-HISTORICO
003213             THRU 2105-PERCORRE-HISTORICO-EXIT
003214     END-IF.
003215 2100-ACUMULA-ATIVIDADE-EXIT.
003216     EXIT.
003217
003218******************************************************************
003219* 2105-PERCORRE-HISTORICO - BROWSE THE BILLING MONTH'S HISTORY
003220*                           OF THE CARD IN WS-NUMERO-HIST
003221******************************************************************
003222 2105-PERCORRE-HISTORICO.
003223     MOVE "N" TO FIM-HISTORICO
003224     MOVE WS-NUMERO-HIST TO HIST-NUMERO
003230     MOVE WS-DATA-INI TO HIST-DATA
003240     MOVE SPACES TO HIST-TIPO-TRANS
003250     MOVE ZERO TO HIST-SEQ
003290     END-START
003300     PERFORM 2110-LE-HISTORICO THRU 2110-LE-HISTORICO-EXIT
003310         UNTIL FIM-DO-HISTORICO.
003320 2105-PERCORRE-HISTORICO-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360* 2110-LE-HISTORICO - READ ONE HISTORY RECORD AND ROLL IT INTO
003370*                     THE MONTH'S ACTIVITY WHEN IT BELONGS TO
003380*                     THE CARD BROWSED, THE BILLING MONTH AND
003390*                     WAS APPROVED
003400******************************************************************
003410 2110-LE-HISTORICO.
003440             MOVE "S" TO FIM-HISTORICO
003450     END-READ
003460     IF NOT FIM-DO-HISTORICO
003470         IF HIST-NUMERO NOT = WS-NUMERO-HIST
003480            OR HIST-DATA > WS-DATA-FIM
003490             MOVE "S" TO FIM-HISTORICO
003500         ELSE
003510             IF HIST-NOME NOT = SPACES
003511                 MOVE HIST-NOME TO WS-NOME-CARTAO
003512             END-IF
003520             IF HIST-RESULTADO = "APROVADO"
003530                 EVALUATE TRUE
003540                     WHEN HIST-TIPO-TRANS = "1"
003590                     WHEN HIST-TIPO-TRANS = "3"
003600                         ADD HIST-VALOR TO WS-ESTORNOS
003610                     WHEN HIST-TIPO-TRANS = "4"
003611                       OR HIST-TIPO-TRANS = "G"
003620                         ADD HIST-VALOR TO WS-CONTESTACOES
003621                     WHEN HIST-TIPO-TRANS = "V"
003622                         ADD HIST-VALOR TO WS-REVERSOES
003623                     WHEN HIST-TIPO-TRANS = "D"
003624                         ADD HIST-VALOR TO WS-DEVOLUCOES
003625                     WHEN HIST-TIPO-TRANS = "A"
003626                         ADD HIST-VALOR TO WS-ANUIDADE
003627                     WHEN HIST-TIPO-TRANS = "T"
003628                         ADD HIST-VALOR TO WS-TARIFA-ATRASO
003629                     WHEN HIST-TIPO-TRANS = "M"
003630                         ADD HIST-VALOR TO WS-MORA
003631                     WHEN HIST-TIPO-TRANS = "E"
003632                         ADD HIST-VALOR TO WS-SOBRELIMITE
003633                 END-EVALUATE
003640             END-IF
003650         END-IF
003660     END-IF.
003700******************************************************************
003710* 2200-CALCULA-FATURA - DERIVE THE OPENING BALANCE, ASSESS THE
003720*                       MONTH'S INTEREST ON IT AND COMPUTE THE
003730*                       MINIMUM PAYMENT. THE INTEREST CONSUMES
003731*                       ANY CREDIT BALANCE FIRST; A CARD LEFT IN
003732*                       CREDIT HAS A ZERO CLOSING DEBT AND SO A
003733*                       ZERO MINIMUM. A CARD ISSUED IN THE MONTH
003734*                       IN PLACE OF ANOTHER OPENS AT THE REPLACED
003735*                       CARD'S OPENING BALANCE (ZERO WHEN THE
003736*                       REPLACED CARD HAD NO POSTING IN THE
003737*                       MONTH, AS IT THEN CARRIED NO BALANCE).
003740******************************************************************
003750 2200-CALCULA-FATURA.
003760     MOVE LIM-NUMERO TO WS-ABR-CHAVE
003761     IF WS-ANTECESSOR NOT = ZERO
003762         MOVE WS-ANTECESSOR TO WS-ABR-CHAVE
003763     END-IF
003770     PERFORM 2210-PROCURA-ABERTURA
003780         THRU 2210-PROCURA-ABERTURA-EXIT
003790     IF ABERTURA-ACHADA
003800         MOVE WS-ABR-SALDO(WS-ABR-SLOT) TO WS-SALDO-ANTERIOR
003801         MOVE WS-ABR-CREDOR(WS-ABR-SLOT) TO WS-CREDOR-ANTERIOR
003810     ELSE
003811         IF WS-ANTECESSOR NOT = ZERO
003812             MOVE ZERO TO WS-SALDO-ANTERIOR
003813             MOVE ZERO TO WS-CREDOR-ANTERIOR
003814         ELSE
003820             MOVE LIM-SALDO TO WS-SALDO-ANTERIOR
003821             MOVE LIM-SALDO-CREDOR TO WS-CREDOR-ANTERIOR
003822         END-IF
003830     END-IF
003840     COMPUTE WS-JUROS ROUNDED =
003850         WS-SALDO-ANTERIOR * WS-TAXA-JUROS / 100
003860     IF WS-JUROS > LIM-SALDO-CREDOR
003861         COMPUTE WS-SALDO-FINAL =
003862             LIM-SALDO + WS-JUROS - LIM-SALDO-CREDOR
003863         MOVE ZERO TO WS-CREDOR-FINAL
003864     ELSE
003865         MOVE LIM-SALDO TO WS-SALDO-FINAL
003866         COMPUTE WS-CREDOR-FINAL = LIM-SALDO-CREDOR - WS-JUROS
003867     END-IF
003870     COMPUTE WS-MINIMO ROUNDED =
003880         WS-SALDO-FINAL * WS-PCT-MINIMO / 100
003890     IF WS-MINIMO < WS-MINIMO-PISO
004030 2300-POSTA-JUROS.
004040     IF WS-JUROS > ZERO
004050         MOVE LIM-SALDO TO WS-SALDO-ANTES
004051         MOVE LIM-SALDO-CREDOR TO WS-CREDOR-ANTES
004060         MOVE WS-SALDO-FINAL TO LIM-SALDO
004061         MOVE WS-CREDOR-FINAL TO LIM-SALDO-CREDOR
004062         IF LIM-SALDO-CREDOR = ZERO
004063             MOVE ZERO TO LIM-DATA-CREDOR
004064         END-IF
004070         REWRITE LIMITE-REGISTRO
004080         MOVE WS-DATA-PROCESSO TO JRN-RUN-DATA
004090         ADD 1 TO WS-JRN-SEQ
004130         MOVE WS-JUROS TO JRN-VALOR
004140         MOVE WS-SALDO-ANTES TO JRN-SALDO-ANTES
004150         MOVE LIM-SALDO TO JRN-SALDO-DEPOIS
004151         MOVE WS-CREDOR-ANTES TO JRN-CREDOR-ANTES
004152         MOVE LIM-SALDO-CREDOR TO JRN-CREDOR-DEPOIS
004160         WRITE JORNAL-REGISTRO
004170     END-IF.
004180 2300-POSTA-JUROS-EXIT.
004200
004210******************************************************************
004220* 2500-PROCESS-CARTAO - BILL ONE CARDHOLDER AND PRIME THE NEXT
004230*                       MASTER READ; A REPLACED CARD LEFT WITH
004231*                       NO BALANCE IS NOT BILLED
004240******************************************************************
004250 2500-PROCESS-CARTAO.
004251     PERFORM 2050-LE-CONTA THRU 2050-LE-CONTA-EXIT
004252     IF CONTA-ACHADA
004253        AND CTA-SUBSTITUIDO-POR NOT = ZERO
004254        AND LIM-SALDO = ZERO
004255        AND LIM-SALDO-CREDOR = ZERO
004256         ADD 1 TO WS-TOT-SUBSTITUIDOS
004257     ELSE
004260         PERFORM 2100-ACUMULA-ATIVIDADE
004270             THRU 2100-ACUMULA-ATIVIDADE-EXIT
004280         PERFORM 2200-CALCULA-FATURA
004281             THRU 2200-CALCULA-FATURA-EXIT
004290         PERFORM 2300-POSTA-JUROS THRU 2300-POSTA-JUROS-EXIT
004291         PERFORM 2600-GRAVA-FATURA THRU 2600-GRAVA-FATURA-EXIT
004292     END-IF
004293     PERFORM 2000-READ-LIMITE THRU 2000-READ-LIMITE-EXIT.
004294 2500-PROCESS-CARTAO-EXIT.
004295     EXIT.
004296
004297******************************************************************
004298* 2050-LE-CONTA - READ THE CARD'S ACCOUNT MASTER RECORD FOR THE
004299*                 STATEMENT NAME AND ADDRESS, AND NOTE THE CARD
004300*                 IT REPLACED WHEN IT WAS ISSUED IN THE BILLING
004301*                 MONTH
004302******************************************************************
004303 2050-LE-CONTA.
004304     MOVE "N" TO WS-CONTA-SW
004305     MOVE ZERO TO WS-ANTECESSOR
004306     IF NOT CONTAS-DISPONIVEL
004307         GO TO 2050-LE-CONTA-EXIT
004308     END-IF
004309     MOVE LIM-NUMERO TO CTA-NUMERO
004310     READ CARTAO-CONTAS
004311         INVALID KEY
004312             ADD 1 TO WS-TOT-SEM-CADASTRO
004313             GO TO 2050-LE-CONTA-EXIT
004314     END-READ
004315     MOVE "S" TO WS-CONTA-SW
004316     IF CTA-SUBSTITUI NOT = ZERO
004317        AND CTA-DATA-EMISSAO NOT < WS-DATA-INI
004318        AND CTA-DATA-EMISSAO NOT > WS-DATA-FIM
004319         MOVE CTA-SUBSTITUI TO WS-ANTECESSOR
004320     END-IF.
004321 2050-LE-CONTA-EXIT.
004330     EXIT.
004331
004332******************************************************************
004391     MOVE LIM-NUMERO        TO WS-PAN-CLARO
004392     PERFORM 2910-MASCARA-PAN THRU 2910-MASCARA-PAN-EXIT
004400     MOVE WS-PAN-MASCARADO  TO FTR-NUMERO
004401     IF CONTA-ACHADA
004402         MOVE CTA-NOME          TO FTR-NOME
004403         MOVE CTA-NOME          TO FTR-NOME-TITULAR
004404         MOVE CTA-LOGRADOURO    TO FTR-LOGRADOURO
004405         MOVE CTA-CIDADE        TO FTR-CIDADE
004406         MOVE CTA-UF            TO FTR-UF
004407         MOVE CTA-CEP           TO FTR-CEP
004408     ELSE
004409         MOVE WS-NOME-CARTAO    TO FTR-NOME
004410         MOVE WS-NOME-CARTAO    TO FTR-NOME-TITULAR
004411         MOVE SPACES            TO FTR-LOGRADOURO
004412         MOVE SPACES            TO FTR-CIDADE
004413         MOVE SPACES            TO FTR-UF
004414         MOVE ZERO              TO FTR-CEP
004415     END-IF
004420     MOVE WS-ANO-MES        TO FTR-ANO-MES
004430     MOVE WS-SALDO-ANTERIOR TO FTR-SALDO-ANTERIOR
004440     MOVE WS-COMPRAS        TO FTR-COMPRAS
004470     MOVE WS-CONTESTACOES   TO FTR-CONTESTACOES
004480     MOVE WS-JUROS          TO FTR-JUROS
004490     MOVE WS-SALDO-FINAL    TO FTR-SALDO-FINAL
004491     MOVE WS-MINIMO         TO FTR-MINIMO
004492     MOVE WS-REVERSOES      TO FTR-REVERSOES
004493     MOVE WS-CREDOR-ANTERIOR TO FTR-CREDOR-ANTERIOR
004494     MOVE WS-DEVOLUCOES     TO FTR-DEVOLUCOES
004495     MOVE WS-CREDOR-FINAL   TO FTR-SALDO-CREDOR
004496     MOVE WS-ANUIDADE       TO FTR-ANUIDADE
004497     MOVE WS-TARIFA-ATRASO  TO FTR-TARIFA-ATRASO
004498     MOVE WS-MORA           TO FTR-MORA
004499     MOVE WS-SOBRELIMITE    TO FTR-SOBRELIMITE
004500     IF WS-CREDOR-FINAL > ZERO
004501         MOVE "C"           TO FTR-NATUREZA
004502         ADD 1 TO WS-TOT-CREDORES
004503         ADD WS-CREDOR-FINAL TO WS-TOT-SALDO-CREDOR
004504     ELSE
004505         MOVE "D"           TO FTR-NATUREZA
004506     END-IF
004510     WRITE FATURA-REGISTRO
004511     MOVE LIM-NUMERO        TO FCB-NUMERO
004512     MOVE WS-ANO-MES        TO FCB-ANO-MES
004540     ADD WS-PAGAMENTOS      TO WS-TOT-PAGAMENTOS
004550     ADD WS-ESTORNOS        TO WS-TOT-ESTORNOS
004560     ADD WS-CONTESTACOES    TO WS-TOT-CONTESTACOES
004561     ADD WS-REVERSOES       TO WS-TOT-REVERSOES
004562     ADD WS-DEVOLUCOES      TO WS-TOT-DEVOLUCOES
004563     ADD WS-ANUIDADE        TO WS-TOT-ANUIDADES
004564     ADD WS-TARIFA-ATRASO   TO WS-TOT-TARIFAS-ATRASO
004565     ADD WS-MORA            TO WS-TOT-MORAS
004566     ADD WS-SOBRELIMITE     TO WS-TOT-SOBRELIMITES
004570     ADD WS-JUROS           TO WS-TOT-JUROS
004580     ADD WS-SALDO-FINAL     TO WS-TOT-SALDO-FINAL
004590     ADD WS-MINIMO          TO WS-TOT-MINIMO.
004820     MOVE "TOTAL CONTESTACOES.: " TO RES-ROTULO
004830     MOVE WS-TOT-CONTESTACOES TO RES-VALOR
004840     WRITE RESUMO-LINHA FROM RES-DETALHE
004841     MOVE "TOTAL REVERSOES....: " TO RES-ROTULO
004842     MOVE WS-TOT-REVERSOES TO RES-VALOR
004843     WRITE RESUMO-LINHA FROM RES-DETALHE
004844     MOVE "TOTAL DEVOLUCOES...: " TO RES-ROTULO
004845     MOVE WS-TOT-DEVOLUCOES TO RES-VALOR
004846     WRITE RESUMO-LINHA FROM RES-DETALHE
004850     MOVE "TOTAL JUROS........: " TO RES-ROTULO
004860     MOVE WS-TOT-JUROS TO RES-VALOR
004861     WRITE RESUMO-LINHA FROM RES-DETALHE
004862     MOVE "TOTAL ANUIDADES....: " TO RES-ROTULO
004863     MOVE WS-TOT-ANUIDADES TO RES-VALOR
004864     WRITE RESUMO-LINHA FROM RES-DETALHE
004865     MOVE "TOTAL TARIFAS ATRAS: " TO RES-ROTULO
004866     MOVE WS-TOT-TARIFAS-ATRASO TO RES-VALOR
004867     WRITE RESUMO-LINHA FROM RES-DETALHE
004868     MOVE "TOTAL MORA.........: " TO RES-ROTULO
004869     MOVE WS-TOT-MORAS TO RES-VALOR
004870     WRITE RESUMO-LINHA FROM RES-DETALHE
004871     MOVE "TOTAL SOBRELIMITE..: " TO RES-ROTULO
004872     MOVE WS-TOT-SOBRELIMITES TO RES-VALOR
004873     WRITE RESUMO-LINHA FROM RES-DETALHE
004880     MOVE "SALDO FINAL TOTAL..: " TO RES-ROTULO
004890     MOVE WS-TOT-SALDO-FINAL TO RES-VALOR
004900     WRITE RESUMO-LINHA FROM RES-DETALHE
004910     MOVE "MINIMO TOTAL.......: " TO RES-ROTULO
004920     MOVE WS-TOT-MINIMO TO RES-VALOR
004930     WRITE RESUMO-LINHA FROM RES-DETALHE
004931     MOVE "CARTOES EM CREDITO.: " TO RES-ROTULO
004932     MOVE WS-TOT-CREDORES TO RES-VALOR
004933     WRITE RESUMO-LINHA FROM RES-DETALHE
004934     MOVE "SALDO CREDOR TOTAL.: " TO RES-ROTULO
004935     MOVE WS-TOT-SALDO-CREDOR TO RES-VALOR
004936     WRITE RESUMO-LINHA FROM RES-DETALHE
004937     MOVE "CARTOES S/ CADASTRO: " TO RES-ROTULO
004938     MOVE WS-TOT-SEM-CADASTRO TO RES-VALOR
004939     WRITE RESUMO-LINHA FROM RES-DETALHE
004940     MOVE "CARTOES SUBSTITUID.: " TO RES-ROTULO
004941     MOVE WS-TOT-SUBSTITUIDOS TO RES-VALOR
004942     WRITE RESUMO-LINHA FROM RES-DETALHE
004943     CLOSE CARTAO-LIMITES
004944     IF CONTAS-DISPONIVEL
004945         CLOSE CARTAO-CONTAS
004946     END-IF
004950     CLOSE CARTAO-HISTORICO
004960     CLOSE CARTAO-JORNAL
004970     CLOSE FATURA-SAIDA
005101     DISPLAY "CARTOES FATURADOS..: " WS-TOT-CARTOES.
005110     DISPLAY "TOTAL JUROS........: " WS-TOT-JUROS.
005120     DISPLAY "TOTAL MINIMO.......: " WS-TOT-MINIMO.
005126     DISPLAY "CARTOES EM CREDITO.: " WS-TOT-CREDORES.
005127     DISPLAY "SALDO CREDOR TOTAL.: " WS-TOT-SALDO-CREDOR.
005128     DISPLAY "CARTOES S/ CADASTRO: " WS-TOT-SEM-CADASTRO.
005129     DISPLAY "CARTOES SUBSTITUID.: " WS-TOT-SUBSTITUIDOS.
005130     DISPLAY "-----------------------------------------".
005140 3100-PRINT-TOTALS-EXIT.
005150     EXIT.
005190*                         KEEPING PER CARD THE BALANCE-BEFORE
005200*                         IMAGE OF ITS FIRST POSTING DATED IN
005210*                         THE BILLING MONTH: THAT IMAGE IS THE
005220*                         CARD'S EXACT OPENING BALANCE (AND
005221*                         CREDIT BALANCE)
005230******************************************************************
005240 1100-CARREGA-ABERTURA.
005250     MOVE ZEROS TO WS-TABELA-ABERTURA
005580                 MOVE JRN-NUMERO TO WS-ABR-NUMERO(WS-ABR-SLOT)
005590                 MOVE JRN-SALDO-ANTES
005600                     TO WS-ABR-SALDO(WS-ABR-SLOT)
005601                 IF JRN-CREDOR-ANTES NUMERIC
005602                     MOVE JRN-CREDOR-ANTES
005603                         TO WS-ABR-CREDOR(WS-ABR-SLOT)
005604                 END-IF
005610                 ADD 1 TO WS-ABR-QTD
005620             END-IF
005630         END-IF
006530     END-EVALUATE.
006540 1200-ULTIMO-DIA-MES-EXIT.
006550     EXIT.
006551
006552******************************************************************
006553* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
006554*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
006555*                        THIS REFERENCE SHOW COMPLETED ON THE
006556*                        REGISTRY (CARTAO-PREREQ)
006557******************************************************************
006558 1620-VERIFICA-PREREQ.
006559     MOVE "CARTFATU" TO PRQ-PROGRAMA
006560     MOVE WS-RUN-DATA-REF TO PRQ-DATA-REF
006561     MOVE "S" TO PRQ-MENSAGENS
006562     CALL "CARTAO-PREREQ" USING PRQ-AREA
006563     IF PRQ-RETORNO NOT = ZERO
006564         DISPLAY "CARTAO-FATURA - PRE-REQUISITOS PENDENTES PARA "
006565             WS-RUN-DATA-REF " - RUN NAO INICIADO"
006566         MOVE 16 TO RETURN-CODE
006567         STOP RUN
006568     END-IF.
006569 1620-VERIFICA-PREREQ-EXIT.
006570     EXIT.
