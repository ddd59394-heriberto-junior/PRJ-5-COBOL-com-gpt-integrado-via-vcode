000010******************************************************************
000020*    COPYBOOK.....: APRVREG.CPY
000030*    DESCRIPTION...: PENDING-APPROVAL RECORD LAYOUT FOR
000040*                    APROVPEN.DAT, THE INDEXED FILE SHARED BY THE
000050*                    MAINTENANCE PROGRAMS LIMITE-MANUT,
000060*                    ESTAB-MANUT AND HOTCARD-MANUT (DUAL CONTROL).
000070*                    A SENSITIVE MOVEMENT IS NOT APPLIED WHEN IT
000080*                    IS READ; IT IS PARKED HERE, WITH THE OPERATOR
000090*                    WHO KEYED IT, UNTIL A DIFFERENT OPERATOR
000100*                    APPROVES ("P") OR REJECTS ("R") IT ON A LATER
000110*                    MOVEMENT OF THE SAME PROGRAM. THE KEY IS THE
000120*                    PROGRAM'S RUNCTL CODE AND THE KEY OF THE
000130*                    MASTER RECORD THE MOVEMENT TOUCHES (PAN OR
000140*                    MERCHANT CODE), SO A RECORD HAS AT MOST ONE
000150*                    SENSITIVE MOVEMENT WAITING. APV-MOVIMENTO IS
000160*                    THE MOVEMENT RECORD EXACTLY AS READ, APPLIED
000170*                    UNCHANGED ON APPROVAL.
000180*
000190*    MODIFICATION HISTORY
000200*    DATE        BY   DESCRIPTION
000210*    ----------  ---  -----------------------------------------
000220*    2026-10-15  JCM  ORIGINAL VERSION.
000230******************************************************************
000240     05  APV-CHAVE.
000250         10  APV-PROGRAMA      PIC X(08).
000260         10  APV-REFERENCIA    PIC X(16).
000270     05  APV-ACAO              PIC X(01).
000280     05  APV-OPERADOR          PIC X(08).
000290     05  APV-DATA-REGISTRO     PIC 9(08).
000300     05  APV-HORA-REGISTRO     PIC 9(08).
000310     05  APV-MOVIMENTO         PIC X(80).
