//KC03O46  JOB 'BRANDON',MSGCLASS=H,MSGLEVEL=(1,1),REGION=250M,
//             NOTIFY=&SYSUID
//*
//CICSPROC   JCLLIB ORDER=(TSOECCC.CICSTS12.PROCLIB)
//MAP  EXEC DFHMAPS,INDEX='DFH550.CICS',OUTC='*',RMODE=24,
//  DSCTLIB='KC03O46.COMP35.MAP',
//  MAPLIB='TSOECCC.CICSTS12.STUDENT.LOADLIB',
//  MAPNAME=PAYM46
//COPY.SYSUT1 DD *
         PRINT NOGEN
* NAME: BRANDON CHRISTIE
* FRONT-DESK PAYMENT SCREEN - PULLS UP A PHONENO'S PAYMENTS AND LETS
* THE CLERK TAKE A CASH, CARD OR CHEQUE PAYMENT (PF5) OR, WITH A
* SUPERVISOR, REFUND A HELD PAYMENT BY ITS SEQUENCE NUMBER.  PF6
* CLOSES THE CLERK'S SHIFT WITH THE DRAWER COUNT KEYED ON LINE 10;
* PF7/PF8 PAGE THROUGH THE PAYMENTS ALREADY ON FILE.
PAYM46   DFHMSD TYPE=&SYSPARM,                                         B
               LANG=COBOL,                                             X
               MODE=INOUT,                                             X
               TERM=3270-2,                                            X
               CTRL=FREEKB,                                            X
               STORAGE=AUTO,                                           X
               DSATTS=(COLOR,HILIGHT),                                 X
               MAPATTS=(COLOR,HILIGHT),                                X
               TIOAPFX=YES
***********************************************************************
PAYMAP   DFHMDI SIZE=(24,80),                                          X
               LINE=1,                                                 X
               COLUMN=1
***********************************************************************
         DFHMDF POS=(1,1),                                             B
               LENGTH=6,                                               B
               ATTRB=(NORM,PROT),                                      B
               COLOR=PINK,                                             B
               INITIAL='PAYM46'
         DFHMDF POS=(1,21),                                            X
               LENGTH=47,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Hotel Reservation System - Guest Payments      X
               '
***********************************************************************
         DFHMDF POS=(2,26),                                            B
               LENGTH=20,                                              B
               ATTRB=(NORM,PROT),                                      B
               COLOR=BLUE,                                             B
               INITIAL='Written by Brandon C'
***********************************************************************
INSTR    DFHMDF POS=(3,1),                                             X
               LENGTH=79,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=NEUTRAL
         DFHMDF POS=(5,1),                                             X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Guest phone number. . . . . . '
PHONENO  DFHMDF POS=(5,32),                                            X
               LENGTH=7,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        B
               INITIAL='_______'
         DFHMDF POS=(5,40),                                            B
               LENGTH=1,                                               B
               ATTRB=ASKIP
PAGENO   DFHMDF POS=(5,50),                                            X
               LENGTH=20,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=BLUE
         DFHMDF POS=(6,1),                                             X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Name . . . . . . . . . . . . :'
FIRSTNAME DFHMDF POS=(6,32),                                           X
               LENGTH=20,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
LASTNAME DFHMDF POS=(7,32),                                            X
               LENGTH=30,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
***********************************************************************
         DFHMDF POS=(9,1),                                             X
               LENGTH=12,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Pay type . :'
PAYTYPE  DFHMDF POS=(9,14),                                            X
               LENGTH=3,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        B
               INITIAL='___'
         DFHMDF POS=(9,18),                                            B
               LENGTH=1,                                               B
               ATTRB=ASKIP
         DFHMDF POS=(9,20),                                            X
               LENGTH=7,                                               X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Amount:'
PAYAMT   DFHMDF POS=(9,28),                                            X
               LENGTH=8,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        B
               PICOUT='ZZZZ,ZZ9'
         DFHMDF POS=(9,37),                                            B
               LENGTH=1,                                               B
               ATTRB=ASKIP
         DFHMDF POS=(9,39),                                            X
               LENGTH=11,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Refund seq:'
REFSEQ   DFHMDF POS=(9,51),                                            X
               LENGTH=4,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        B
               INITIAL='____'
         DFHMDF POS=(9,56),                                            B
               LENGTH=1,                                               B
               ATTRB=ASKIP
         DFHMDF POS=(9,58),                                            X
               LENGTH=5,                                               X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Supv:'
SUPVID   DFHMDF POS=(9,64),                                            X
               LENGTH=8,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        B
               INITIAL='________'
         DFHMDF POS=(9,73),                                            B
               LENGTH=1,                                               B
               ATTRB=ASKIP
         DFHMDF POS=(10,1),                                            X
               LENGTH=20,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Drawer count - cash:'
CNTCASH  DFHMDF POS=(10,22),                                           X
               LENGTH=8,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        B
               PICOUT='ZZZZ,ZZ9'
         DFHMDF POS=(10,31),                                           B
               LENGTH=1,                                               B
               ATTRB=ASKIP
         DFHMDF POS=(10,33),                                           X
               LENGTH=5,                                               X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='card:'
CNTCARD  DFHMDF POS=(10,39),                                           X
               LENGTH=8,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        B
               PICOUT='ZZZZ,ZZ9'
         DFHMDF POS=(10,48),                                           B
               LENGTH=1,                                               B
               ATTRB=ASKIP
         DFHMDF POS=(10,50),                                           X
               LENGTH=7,                                               X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='cheque:'
CNTCHQ   DFHMDF POS=(10,58),                                           X
               LENGTH=8,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        B
               PICOUT='ZZZZ,ZZ9'
         DFHMDF POS=(10,67),                                           B
               LENGTH=1,                                               B
               ATTRB=ASKIP
         DFHMDF POS=(11,49),                                           X
               LENGTH=14,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Supv password:'
SUPVPWD  DFHMDF POS=(11,64),                                           X
               LENGTH=8,                                               X
               ATTRB=(DRK,UNPROT),                                     X
               COLOR=TURQUOISE
         DFHMDF POS=(11,73),                                           X
               LENGTH=1,                                               X
               ATTRB=PROT
***********************************************************************
         DFHMDF POS=(12,1),                                            X
               LENGTH=53,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Seq  Date     Time   Type     Amount Status    X
                Clerk'
***********************************************************************
PSEQ1    DFHMDF POS=(13,1),                                            X
               LENGTH=4,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PDATE1   DFHMDF POS=(13,6),                                            X
               LENGTH=8,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PTIME1   DFHMDF POS=(13,15),                                           X
               LENGTH=6,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PTYPE1   DFHMDF POS=(13,22),                                           X
               LENGTH=3,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PAMT1    DFHMDF POS=(13,27),                                           X
               LENGTH=10,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT),                                      X
               PICOUT='ZZZZZZ9.99'
PSTAT1   DFHMDF POS=(13,38),                                           X
               LENGTH=10,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PCLERK1  DFHMDF POS=(13,49),                                           X
               LENGTH=8,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
***********************************************************************
PSEQ2    DFHMDF POS=(14,1),                                            X
               LENGTH=4,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PDATE2   DFHMDF POS=(14,6),                                            X
               LENGTH=8,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PTIME2   DFHMDF POS=(14,15),                                           X
               LENGTH=6,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PTYPE2   DFHMDF POS=(14,22),                                           X
               LENGTH=3,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PAMT2    DFHMDF POS=(14,27),                                           X
               LENGTH=10,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT),                                      X
               PICOUT='ZZZZZZ9.99'
PSTAT2   DFHMDF POS=(14,38),                                           X
               LENGTH=10,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PCLERK2  DFHMDF POS=(14,49),                                           X
               LENGTH=8,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
***********************************************************************
PSEQ3    DFHMDF POS=(15,1),                                            X
               LENGTH=4,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PDATE3   DFHMDF POS=(15,6),                                            X
               LENGTH=8,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PTIME3   DFHMDF POS=(15,15),                                           X
               LENGTH=6,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PTYPE3   DFHMDF POS=(15,22),                                           X
               LENGTH=3,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PAMT3    DFHMDF POS=(15,27),                                           X
               LENGTH=10,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT),                                      X
               PICOUT='ZZZZZZ9.99'
PSTAT3   DFHMDF POS=(15,38),                                           X
               LENGTH=10,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PCLERK3  DFHMDF POS=(15,49),                                           X
               LENGTH=8,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
***********************************************************************
PSEQ4    DFHMDF POS=(16,1),                                            X
               LENGTH=4,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PDATE4   DFHMDF POS=(16,6),                                            X
               LENGTH=8,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PTIME4   DFHMDF POS=(16,15),                                           X
               LENGTH=6,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PTYPE4   DFHMDF POS=(16,22),                                           X
               LENGTH=3,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PAMT4    DFHMDF POS=(16,27),                                           X
               LENGTH=10,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT),                                      X
               PICOUT='ZZZZZZ9.99'
PSTAT4   DFHMDF POS=(16,38),                                           X
               LENGTH=10,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PCLERK4  DFHMDF POS=(16,49),                                           X
               LENGTH=8,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
***********************************************************************
PSEQ5    DFHMDF POS=(17,1),                                            X
               LENGTH=4,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PDATE5   DFHMDF POS=(17,6),                                            X
               LENGTH=8,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PTIME5   DFHMDF POS=(17,15),                                           X
               LENGTH=6,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PTYPE5   DFHMDF POS=(17,22),                                           X
               LENGTH=3,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PAMT5    DFHMDF POS=(17,27),                                           X
               LENGTH=10,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT),                                      X
               PICOUT='ZZZZZZ9.99'
PSTAT5   DFHMDF POS=(17,38),                                           X
               LENGTH=10,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PCLERK5  DFHMDF POS=(17,49),                                           X
               LENGTH=8,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
***********************************************************************
PSEQ6    DFHMDF POS=(18,1),                                            X
               LENGTH=4,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PDATE6   DFHMDF POS=(18,6),                                            X
               LENGTH=8,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PTIME6   DFHMDF POS=(18,15),                                           X
               LENGTH=6,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PTYPE6   DFHMDF POS=(18,22),                                           X
               LENGTH=3,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PAMT6    DFHMDF POS=(18,27),                                           X
               LENGTH=10,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT),                                      X
               PICOUT='ZZZZZZ9.99'
PSTAT6   DFHMDF POS=(18,38),                                           X
               LENGTH=10,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
PCLERK6  DFHMDF POS=(18,49),                                           X
               LENGTH=8,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
***********************************************************************
MESSAGE  DFHMDF POS=(23,1),                                            X
               LENGTH=79,                                              X
               ATTRB=(BRT,PROT),                                       X
               COLOR=YELLOW
FKEYS    DFHMDF POS=(24,1),                                            X
               LENGTH=40,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=BLUE
DUMMY    DFHMDF POS=(24,79),                                           X
               LENGTH=1,                                               X
               ATTRB=(DRK,PROT,FSET),                                  X
               INITIAL=' '
***********************************************************************
         DFHMSD TYPE=FINAL
         END
//
