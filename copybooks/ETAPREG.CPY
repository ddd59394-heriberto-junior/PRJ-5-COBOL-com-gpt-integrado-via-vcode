000010******************************************************************
000020*    COPYBOOK.....: ETAPREG.CPY
000030*    DESCRIPTION...: LINE LAYOUT OF THE JOB-STREAM PREREQUISITES
000040*                    TABLE PREREQ.TXT, READ BY THE CARTAO-PREREQ
000050*                    MODULE (WHICH EVERY STEP OF THE STREAM CALLS
000060*                    BEFORE IT REGISTERS ON RUNCTL.DAT) AND BY THE
000070*                    MORNING STREAM-STATUS REPORT CARTAO-SITUACAO.
000080*                    STEPS ARE NAMED BY THEIR RUNCTL PROGRAM CODE
000090*                    (SEE RUNREG.CPY).
000100*
000110*    ETP-TIPO-REG "E" - ONE LINE PER STEP OF THE STREAM:
000120*        ETP-PERIODO     "D" DAILY (REFERENCE YYYYMMDD) OR "M"
000130*                        MONTHLY (REFERENCE YYYYMM00)
000140*        ETP-ESPERADA    "S" = THE STEP RUNS EVERY BUSINESS DATE
000150*                        (OR EVERY MONTH) AND IS LISTED AS AUSENTE
000160*                        WHEN IT DID NOT; OTHERWISE IT RUNS ON
000170*                        DEMAND AND IS LISTED ONLY WHEN IT RAN
000180*        ETP-NOME        PROGRAM NAME FOR THE REPORT
000190*    ETP-TIPO-REG "R" - ONE LINE PER PREREQUISITE: THE STEP IN
000200*                    ETP-PROGRAMA MAY NOT START UNTIL THE STEP IN
000210*                    ETP-PREDECESSOR SHOWS COMPLETED ("C") FOR THE
000220*                    REFERENCE ETP-RELACAO DERIVES FROM THE STEP'S
000230*                    OWN REFERENCE:
000240*        "D" - THE SAME REFERENCE
000250*        "M" - THE MONTH OF THE REFERENCE (YYYYMM00)
000260*        "A" - THE MONTH BEFORE THE MONTH OF THE REFERENCE
000270*        "C" - THE MONTH OF THE DAY BEFORE THE REFERENCE (FOR A
000280*              CUTOFF DATE: THE LAST MONTH THE CUTOFF REACHES)
000290*        "T" - EVERY RUN OF THE PREDECESSOR DATED IN THE MONTH OF
000300*              THE REFERENCE; NONE MAY BE LEFT UNFINISHED
000310*    A PREDECESSOR CODE THAT IS NOT A PROGRAM (LIQUIDAC, THE
000320*    RELEASE OF LIQUIDACAO.TXT TO THE NETWORK) IS CHECKED BY THE
000330*    SCHEDULER THROUGH CARTAO-SITUACAO.
000340*
000350*    MODIFICATION HISTORY
000360*    DATE        BY   DESCRIPTION
000370*    ----------  ---  -----------------------------------------
000380*    2026-10-15  JCM  ORIGINAL VERSION.
000390******************************************************************
000400     05  ETP-TIPO-REG          PIC X(01).
000410         88  ETP-ETAPA             VALUE "E".
000420         88  ETP-REGRA             VALUE "R".
000430     05  ETP-PROGRAMA          PIC X(08).
000440     05  ETP-DADOS             PIC X(30).
000450     05  ETP-DADOS-ETAPA REDEFINES ETP-DADOS.
000460         10  ETP-PERIODO       PIC X(01).
000470             88  ETP-DIARIA        VALUE "D".
000480             88  ETP-MENSAL        VALUE "M".
000490             88  ETP-PERIODO-VALIDO VALUE "D" "M".
000500         10  ETP-ESPERADA      PIC X(01).
000510             88  ETP-OBRIGATORIA   VALUE "S".
000520         10  ETP-NOME          PIC X(20).
000530         10  FILLER            PIC X(08).
000540     05  ETP-DADOS-REGRA REDEFINES ETP-DADOS.
000550         10  ETP-PREDECESSOR   PIC X(08).
000560         10  ETP-RELACAO       PIC X(01).
000570             88  ETP-MESMA-REF     VALUE "D".
000580             88  ETP-MES-REF       VALUE "M".
000590             88  ETP-MES-ANTERIOR  VALUE "A".
000600             88  ETP-MES-CORTE     VALUE "C".
000610             88  ETP-TODO-O-MES    VALUE "T".
000620             88  ETP-RELACAO-VALIDA VALUE "D" "M" "A" "C" "T".
000630         10  FILLER            PIC X(21).
