000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CARTAO-PREREQ.
000030 AUTHOR.        J C MOREIRA.
000040 INSTALLATION.  CARD-OPS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*    PROGRAM......: CARTAO-PREREQ
000100*    DESCRIPTION..: COMMON JOB-STREAM PREREQUISITES MODULE,
000110*                   CALLED THROUGH THE PRQ-AREA (PREQREG) BY
000120*                   EVERY STEP OF THE STREAM BEFORE IT REGISTERS
000130*                   ITSELF ON THE RUN-CONTROL REGISTRY RUNCTL.DAT,
000140*                   AND BY THE STREAM-STATUS REPORT
000150*                   CARTAO-SITUACAO. THE REGISTRY ONLY STOPS A
000160*                   STEP FROM REPEATING ITS OWN REFERENCE; THIS
000170*                   MODULE STOPS IT FROM RUNNING AHEAD OF ITS
000180*                   PREDECESSORS. THE PREREQUISITES ARE THE "R"
000190*                   LINES OF PREREQ.TXT (ETAPREG), EACH NAMING A
000200*                   PREDECESSOR AND HOW ITS REFERENCE FOLLOWS
000210*                   FROM THE CALLER'S; EVERY ONE MUST SHOW
000220*                   COMPLETED ("C") ON THE REGISTRY. A
000230*                   PREDECESSOR THAT NEVER RAN, THAT STARTED AND
000240*                   NEVER FINISHED ("I") OR THAT FINISHED OUT OF
000250*                   BALANCE ("D", CARTAO-BALANCO) HOLDS THE
000260*                   CALLER.
000270*                   THE TABLE IS LOADED ON THE FIRST CALL OF THE
000280*                   RUN. WITHOUT PREREQ.TXT NOTHING IS HELD AND A
000290*                   CONSOLE WARNING IS GIVEN, AS FOR A MISSING
000300*                   RULE FILE IN CARTAO-DECIDE; AN INVALID LINE
000310*                   IS REPORTED AND IGNORED.
000320*
000330*    THE STREAM'S TABLE, IN PREREQ.TXT ORDER (PREDECESSOR AND
000340*    RELATION ON THE "R" LINES, SEE ETAPREG.CPY):
000350*        E CTAMANUT D N CONTA-MANUT
000360*        E LIMMANUT D N LIMITE-MANUT
000370*        E CARTAUTO D N CARTAO-AUTORIZA
000380*        E CARTBATC D S CARTAO-BATCH
000390*        E CARTRESS D N CARTAO-RESSUB      R CARTBATC D
000400*        E CARTBALA D S CARTAO-BALANCO
000410*        E LIQUIDAC D S LIQUIDACAO.TXT     R CARTBALA D
000420*        E CARTDISP D N CARTAO-DISPUTA     R CARTBATC D
000430*        E CARTREEM D N CARTAO-REEMBOLSO   R CARTBATC D
000440*        E CARTALER D S CARTAO-ALERTA      R CARTBATC D
000450*        E CARTREPA D S CARTAO-REPASSE     R CARTBALA D
000460*        E CARTCTBL D S CARTAO-CONTABIL    R CARTBALA D
000470*        E CARTCONC D S CARTAO-CONCILIA
000480*        E CARTEXPU D N CARTAO-EXPURGO     R CARTFATU C
000490*                                          R CARTCOBR C
000500*        E CARTPARC M S CARTAO-PARCELA
000510*        E CARTFATU M S CARTAO-FATURA      R CARTPARC D
000520*                                          R CARTBATC T
000530*        E CARTCOBR M S CARTAO-COBRANCA    R CARTFATU D
000540*        E CARTTARI M S CARTAO-TARIFA      R CARTFATU D
000550*                                          R CARTCOBR A
000560*        E CARTRENV M S CARTAO-RENOVA      R CARTCOBR A
000570*        E CARTREVL M S CARTAO-REVISAO     R CARTFATU A
000580*                                          R CARTCOBR A
000590*    CARTAO-AUTORIZA, CARTAO-BACKOUT AND CARTAO-CONSULTA DO NOT
000591*    CALL THE MODULE: THE INTRADAY AUTHORIZATIONS ARE NEVER HELD,
000592*    A BACKOUT MUST STAY POSSIBLE WHATEVER STATE THE NIGHT IS IN
000593*    AND AN INQUIRY CHANGES NOTHING. LIQUIDAC IS NO PROGRAM: THE
000594*    SCHEDULER RUNS CARTAO-SITUACAO IN CHECK MODE FOR IT BEFORE
000595*    RELEASING LIQUIDACAO.TXT, AND THAT RUN REGISTERS IT.
000610*
000620*    SEE PREQREG.CPY FOR THE CALLING CONTRACT.
000630*
000640*    MODIFICATION HISTORY
000650*    DATE        BY   DESCRIPTION
000660*    ----------  ---  -----------------------------------------
000670*    2026-10-15  JCM  ORIGINAL VERSION.
000680******************************************************************
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT CARTAO-PREREQS ASSIGN TO "PREREQ.TXT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-ETP-STATUS.
000750
000760     SELECT CARTAO-RUNCTL ASSIGN TO "RUNCTL.DAT"
000770         ORGANIZATION IS INDEXED
000780         ACCESS IS DYNAMIC
000790         RECORD KEY IS RUN-CHAVE
000800         FILE STATUS IS WS-RUN-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CARTAO-PREREQS.
000840 01  ETAPA-REGISTRO.
000850     COPY ETAPREG.
000860
000870 FD  CARTAO-RUNCTL.
000880 01  RUNCTL-REGISTRO.
000890     COPY RUNREG.
000900
000910 WORKING-STORAGE SECTION.
000920 01  WS-SWITCHES.
000930     05  FIM-ETAPAS            PIC X(01) VALUE "N".
000940         88  FIM-DAS-ETAPAS        VALUE "S".
000950     05  FIM-RUNCTL            PIC X(01) VALUE "N".
000960         88  FIM-DO-RUNCTL         VALUE "S".
000970     05  WS-CARGA-SW           PIC X(01) VALUE "N".
000980         88  TABELA-CARREGADA      VALUE "S".
000990     05  WS-RUNCTL-SW          PIC X(01) VALUE "N".
001000         88  RUNCTL-DISPONIVEL     VALUE "S".
001010
001020 01  WS-CAMPOS.
001030     05  WS-ETP-STATUS         PIC X(02) VALUE SPACES.
001040     05  WS-RUN-STATUS         PIC X(02) VALUE SPACES.
001050     05  WS-REF-ANO-MES        PIC 9(06) VALUE ZERO.
001060     05  WS-REF-ANO            PIC 9(04) VALUE ZERO.
001070     05  WS-REF-MES            PIC 9(02) VALUE ZERO.
001080     05  WS-REF-DIA            PIC 9(02) VALUE ZERO.
001090     05  WS-ALVO-REF           PIC 9(08) VALUE ZERO.
001100     05  WS-ALVO-FIM           PIC 9(08) VALUE ZERO.
001110     05  WS-ALVO-SITUACAO      PIC X(01) VALUE SPACE.
001120     05  WS-DESCRICAO          PIC X(24) VALUE SPACES.
001130
001140*    THE PREREQUISITES, IN FILE ORDER
001150 01  WS-TABELA-REGRAS.
001160     05  WS-RGR-QTD            PIC 9(03) COMP VALUE ZERO.
001170     05  WS-RGR-SUB            PIC 9(03) COMP VALUE ZERO.
001180     05  WS-RGR-MAXIMO         PIC 9(03) COMP VALUE 200.
001190     05  WS-RGR-ENTRADA        OCCURS 200 TIMES.
001200         10  WS-RGR-PROGRAMA   PIC X(08).
001210         10  WS-RGR-PREDECESSOR PIC X(08).
001220         10  WS-RGR-RELACAO    PIC X(01).
001230
001240 LINKAGE SECTION.
001250 01  PRQ-AREA.
001260     COPY PREQREG.
001270
001280 PROCEDURE DIVISION USING PRQ-AREA.
001290******************************************************************
001300* 0000-MAINLINE - LOAD THE TABLE ON THE FIRST CALL, THEN CHECK
001310*                 THE CALLER'S PREREQUISITES
001320******************************************************************
001330 0000-MAINLINE.
001340     MOVE ZERO   TO PRQ-RETORNO
001350     MOVE ZERO   TO PRQ-PENDENCIAS
001360     MOVE SPACES TO PRQ-PEND-PROGRAMA
001370     MOVE ZERO   TO PRQ-PEND-DATA-REF
001380     MOVE SPACE  TO PRQ-PEND-SITUACAO
001390     IF NOT TABELA-CARREGADA
001400         PERFORM 1000-CARREGA-TABELA THRU 1000-CARREGA-TABELA-EXIT
001410     END-IF
001420     IF PRQ-RETORNO = ZERO AND WS-RGR-QTD > ZERO
001430         PERFORM 2000-VERIFICA-ETAPA THRU 2000-VERIFICA-ETAPA-EXIT
001440     END-IF
001450     GOBACK.
001460
001470******************************************************************
001480* 1000-CARREGA-TABELA - LOAD THE PREREQUISITES OF PREREQ.TXT.
001490*                       THE TABLE IS LOADED ONCE PER RUN, EVEN
001500*                       WHEN THE FILE IS ABSENT
001510******************************************************************
001520 1000-CARREGA-TABELA.
001530     MOVE "S" TO WS-CARGA-SW
001540     MOVE ZERO TO WS-RGR-QTD
001550     MOVE "N" TO FIM-ETAPAS
001560     OPEN INPUT CARTAO-PREREQS
001570     EVALUATE WS-ETP-STATUS
001580         WHEN "00"
001590             CONTINUE
001600         WHEN "35"
001610             DISPLAY "CARTAO-PREREQ - PREREQ.TXT AUSENTE, SEM "
001620                 "VERIFICACAO DE PRE-REQUISITOS"
001630             GO TO 1000-CARREGA-TABELA-EXIT
001640         WHEN OTHER
001650             DISPLAY "CARTAO-PREREQ - CARTAO-PREREQS OPEN "
001660                 "FAILED, STATUS " WS-ETP-STATUS
001670             MOVE 16 TO PRQ-RETORNO
001680             GO TO 1000-CARREGA-TABELA-EXIT
001690     END-EVALUATE
001700     PERFORM 1010-LE-ETAPA THRU 1010-LE-ETAPA-EXIT
001710         UNTIL FIM-DAS-ETAPAS
001720     CLOSE CARTAO-PREREQS.
001730 1000-CARREGA-TABELA-EXIT.
001740     EXIT.
001750
001760******************************************************************
001770* 1010-LE-ETAPA - READ ONE LINE OF THE TABLE: A VALID PREREQUISITE
001780*                 IS ADDED TO THE TABLE, A STEP LINE IS LEFT TO
001790*                 CARTAO-SITUACAO AND ANYTHING ELSE IS REPORTED
001800*                 AND IGNORED
001810******************************************************************
001820 1010-LE-ETAPA.
001830     READ CARTAO-PREREQS
001840         AT END
001850             MOVE "S" TO FIM-ETAPAS
001860     END-READ
001870     IF FIM-DAS-ETAPAS
001880         GO TO 1010-LE-ETAPA-EXIT
001890     END-IF
001900     IF ETP-ETAPA
001910         GO TO 1010-LE-ETAPA-EXIT
001920     END-IF
001930     IF NOT ETP-REGRA OR NOT ETP-RELACAO-VALIDA
001940        OR ETP-PROGRAMA = SPACES OR ETP-PREDECESSOR = SPACES
001950         DISPLAY "CARTAO-PREREQ - LINHA IGNORADA: " ETAPA-REGISTRO
001960         GO TO 1010-LE-ETAPA-EXIT
001970     END-IF
001980     IF WS-RGR-QTD NOT < WS-RGR-MAXIMO
001990         DISPLAY "CARTAO-PREREQ - TABELA DE PRE-REQUISITOS "
002000             "CHEIA, IGNORADA: " ETAPA-REGISTRO
002010         GO TO 1010-LE-ETAPA-EXIT
002020     END-IF
002030     ADD 1 TO WS-RGR-QTD
002040     MOVE ETP-PROGRAMA    TO WS-RGR-PROGRAMA(WS-RGR-QTD)
002050     MOVE ETP-PREDECESSOR TO WS-RGR-PREDECESSOR(WS-RGR-QTD)
002060     MOVE ETP-RELACAO     TO WS-RGR-RELACAO(WS-RGR-QTD).
002070 1010-LE-ETAPA-EXIT.
002080     EXIT.
002090
002100******************************************************************
002110* 2000-VERIFICA-ETAPA - CHECK EVERY PREREQUISITE OF THE CALLER
002120*                       AGAINST THE REGISTRY. A REGISTRY NOT YET
002130*                       CREATED HAS NO COMPLETED RUNS.
002140******************************************************************
002150 2000-VERIFICA-ETAPA.
002160     MOVE "N" TO WS-RUNCTL-SW
002170     OPEN INPUT CARTAO-RUNCTL
002180     EVALUATE WS-RUN-STATUS
002190         WHEN "00"
002200             MOVE "S" TO WS-RUNCTL-SW
002210         WHEN "35"
002220             CONTINUE
002230         WHEN OTHER
002240             DISPLAY "CARTAO-PREREQ - CARTAO-RUNCTL OPEN FAILED, "
002250                 "STATUS " WS-RUN-STATUS
002260             MOVE 16 TO PRQ-RETORNO
002270             GO TO 2000-VERIFICA-ETAPA-EXIT
002280     END-EVALUATE
002290     DIVIDE PRQ-DATA-REF BY 100
002300         GIVING WS-REF-ANO-MES REMAINDER WS-REF-DIA
002310     DIVIDE WS-REF-ANO-MES BY 100
002320         GIVING WS-REF-ANO REMAINDER WS-REF-MES
002330     PERFORM 2100-VERIFICA-REGRA THRU 2100-VERIFICA-REGRA-EXIT
002340         VARYING WS-RGR-SUB FROM 1 BY 1
002350         UNTIL WS-RGR-SUB > WS-RGR-QTD
002360     IF RUNCTL-DISPONIVEL
002370         CLOSE CARTAO-RUNCTL
002380     END-IF
002390     IF PRQ-PENDENCIAS > ZERO
002400         MOVE 8 TO PRQ-RETORNO
002410     END-IF.
002420 2000-VERIFICA-ETAPA-EXIT.
002430     EXIT.
002440
002450******************************************************************
002460* 2100-VERIFICA-REGRA - CHECK ONE PREREQUISITE OF THE CALLER:
002470*                       WORK OUT THE PREDECESSOR'S REFERENCE FROM
002480*                       THE RELATION AND READ ITS REGISTRY RECORD
002490******************************************************************
002500 2100-VERIFICA-REGRA.
002510     IF WS-RGR-PROGRAMA(WS-RGR-SUB) NOT = PRQ-PROGRAMA
002520         GO TO 2100-VERIFICA-REGRA-EXIT
002530     END-IF
002540     EVALUATE WS-RGR-RELACAO(WS-RGR-SUB)
002550         WHEN "D"
002560             MOVE PRQ-DATA-REF TO WS-ALVO-REF
002570         WHEN "M"
002580             COMPUTE WS-ALVO-REF = WS-REF-ANO-MES * 100
002590         WHEN "A"
002600             PERFORM 2200-MES-ANTERIOR THRU 2200-MES-ANTERIOR-EXIT
002610         WHEN "C"
002620             IF WS-REF-DIA > 1
002630                 COMPUTE WS-ALVO-REF = WS-REF-ANO-MES * 100
002640             ELSE
002650                 PERFORM 2200-MES-ANTERIOR
002660                     THRU 2200-MES-ANTERIOR-EXIT
002670             END-IF
002680         WHEN "T"
002690             PERFORM 2300-VERIFICA-MES THRU 2300-VERIFICA-MES-EXIT
002700             GO TO 2100-VERIFICA-REGRA-EXIT
002710     END-EVALUATE
002720     MOVE SPACE TO WS-ALVO-SITUACAO
002730     IF RUNCTL-DISPONIVEL
002740         MOVE WS-RGR-PREDECESSOR(WS-RGR-SUB) TO RUN-PROGRAMA
002750         MOVE WS-ALVO-REF TO RUN-DATA-REF
002760         READ CARTAO-RUNCTL
002770             INVALID KEY
002780                 MOVE SPACE TO WS-ALVO-SITUACAO
002790             NOT INVALID KEY
002800                 MOVE RUN-SITUACAO TO WS-ALVO-SITUACAO
002810         END-READ
002820     END-IF
002830     IF WS-ALVO-SITUACAO NOT = "C"
002840         PERFORM 2500-REGISTRA-PENDENCIA
002850             THRU 2500-REGISTRA-PENDENCIA-EXIT
002860     END-IF.
002870 2100-VERIFICA-REGRA-EXIT.
002880     EXIT.
002890
002900******************************************************************
002910* 2200-MES-ANTERIOR - THE MONTH BEFORE THE MONTH OF THE CALLER'S
002920*                     REFERENCE, AS YYYYMM00
002930******************************************************************
002940 2200-MES-ANTERIOR.
002950     IF WS-REF-MES > 1
002960         COMPUTE WS-ALVO-REF = (WS-REF-ANO-MES - 1) * 100
002970     ELSE
002980         COMPUTE WS-ALVO-REF = ((WS-REF-ANO - 1) * 100 + 12) * 100
002990     END-IF.
003000 2200-MES-ANTERIOR-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040* 2300-VERIFICA-MES - BROWSE EVERY RUN OF THE PREDECESSOR DATED IN
003050*                     THE MONTH OF THE CALLER'S REFERENCE; EACH
003060*                     ONE NOT COMPLETED IS A PENDING PREREQUISITE
003070******************************************************************
003080 2300-VERIFICA-MES.
003090     IF NOT RUNCTL-DISPONIVEL
003100         GO TO 2300-VERIFICA-MES-EXIT
003110     END-IF
003120     MOVE "N" TO FIM-RUNCTL
003130     COMPUTE WS-ALVO-FIM = WS-REF-ANO-MES * 100 + 31
003140     MOVE WS-RGR-PREDECESSOR(WS-RGR-SUB) TO RUN-PROGRAMA
003150     COMPUTE RUN-DATA-REF = WS-REF-ANO-MES * 100 + 1
003160     START CARTAO-RUNCTL KEY NOT < RUN-CHAVE
003170         INVALID KEY
003180             MOVE "S" TO FIM-RUNCTL
003190     END-START
003200     PERFORM 2310-LE-RUN-MES THRU 2310-LE-RUN-MES-EXIT
003210         UNTIL FIM-DO-RUNCTL.
003220 2300-VERIFICA-MES-EXIT.
003230     EXIT.
003240
003250******************************************************************
003260* 2310-LE-RUN-MES - READ ONE RUN OF THE PREDECESSOR IN THE MONTH
003270******************************************************************
003280 2310-LE-RUN-MES.
003290     READ CARTAO-RUNCTL NEXT RECORD
003300         AT END
003310             MOVE "S" TO FIM-RUNCTL
003320     END-READ
003330     IF FIM-DO-RUNCTL
003340         GO TO 2310-LE-RUN-MES-EXIT
003350     END-IF
003360     IF RUN-PROGRAMA NOT = WS-RGR-PREDECESSOR(WS-RGR-SUB)
003370        OR RUN-DATA-REF > WS-ALVO-FIM
003380         MOVE "S" TO FIM-RUNCTL
003390         GO TO 2310-LE-RUN-MES-EXIT
003400     END-IF
003410     IF NOT RUN-COMPLETO
003420         MOVE RUN-DATA-REF TO WS-ALVO-REF
003430         MOVE RUN-SITUACAO TO WS-ALVO-SITUACAO
003440         PERFORM 2500-REGISTRA-PENDENCIA
003450             THRU 2500-REGISTRA-PENDENCIA-EXIT
003460     END-IF.
003470 2310-LE-RUN-MES-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510* 2500-REGISTRA-PENDENCIA - COUNT A PREREQUISITE NOT COMPLETED,
003520*                           RETURN THE FIRST ONE AND, WHEN ASKED,
003530*                           LIST IT ON THE CONSOLE
003540******************************************************************
003550 2500-REGISTRA-PENDENCIA.
003560     ADD 1 TO PRQ-PENDENCIAS
003570     IF PRQ-PENDENCIAS = 1
003580         MOVE WS-RGR-PREDECESSOR(WS-RGR-SUB) TO PRQ-PEND-PROGRAMA
003590         MOVE WS-ALVO-REF      TO PRQ-PEND-DATA-REF
003600         MOVE WS-ALVO-SITUACAO TO PRQ-PEND-SITUACAO
003610     END-IF
003620     IF NOT PRQ-LISTA-CONSOLE
003630         GO TO 2500-REGISTRA-PENDENCIA-EXIT
003640     END-IF
003650     EVALUATE WS-ALVO-SITUACAO
003660         WHEN "I"
003670             MOVE "INICIADO E NAO COMPLETO" TO WS-DESCRICAO
003680         WHEN "D"
003690             MOVE "FECHADO COM DIFERENCA" TO WS-DESCRICAO
003700         WHEN OTHER
003710             MOVE "NAO EXECUTADO" TO WS-DESCRICAO
003720     END-EVALUATE
003730     DISPLAY "CARTAO-PREREQ - " PRQ-PROGRAMA " " PRQ-DATA-REF
003740         " AGUARDA " WS-RGR-PREDECESSOR(WS-RGR-SUB) " "
003750         WS-ALVO-REF " - " WS-DESCRICAO.
003760 2500-REGISTRA-PENDENCIA-EXIT.
003770     EXIT.
