//KC03O46  JOB 'BRANDON',MSGCLASS=H,MSGLEVEL=(1,1),REGION=250M,
//             NOTIFY=&SYSUID
//*
//CICSPROC   JCLLIB ORDER=(TSOECCC.CICSTS12.PROCLIB)
//MAP  EXEC DFHMAPS,INDEX='DFH550.CICS',OUTC='*',RMODE=24,
//  DSCTLIB='KC03O46.COMP35.MAP',
//  MAPLIB='TSOECCC.CICSTS12.STUDENT.LOADLIB',
//  MAPNAME=SGNM46
//COPY.SYSUT1 DD *
         PRINT NOGEN
* NAME: BRANDON CHRISTIE
* CLERK SIGN-ON SCREEN - A CLERK KEYS THEIR ID AND PASSWORD BEFORE
* ANY OTHER TRANSACTION WILL RUN ON THE TERMINAL.  AN EXPIRED OR
* TEMPORARY PASSWORD MUST BE REPLACED HERE (KEYED TWICE) BEFORE
* THE SIGN-ON COMPLETES.  A SIGNED-ON SUPERVISOR CAN ALSO RESET A
* LOCKED-OUT CLERK BACK TO A TEMPORARY PASSWORD.
SGNM46   DFHMSD TYPE=&SYSPARM,                                         B
               LANG=COBOL,                                             X
               MODE=INOUT,                                             X
               TERM=3270-2,                                            X
               CTRL=FREEKB,                                            X
               STORAGE=AUTO,                                           X
               DSATTS=(COLOR,HILIGHT),                                 X
               MAPATTS=(COLOR,HILIGHT),                                X
               TIOAPFX=YES
***********************************************************************
SGNMAP   DFHMDI SIZE=(24,80),                                          X
               LINE=1,                                                 X
               COLUMN=1
***********************************************************************
         DFHMDF POS=(1,1),                                             B
               LENGTH=6,                                               B
               ATTRB=(NORM,PROT),                                      B
               COLOR=PINK,                                             B
               INITIAL='SGNM46'
         DFHMDF POS=(1,21),                                            X
               LENGTH=47,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Hotel Reservation System - Clerk Sign-On       X
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
               INITIAL='Clerk ID . . . . . . . . . . .'
CLERKID  DFHMDF POS=(5,32),                                            X
               LENGTH=8,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        X
               INITIAL='________'
         DFHMDF POS=(5,41),                                            X
               LENGTH=1,                                               X
               ATTRB=PROT
         DFHMDF POS=(6,1),                                             X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Password . . . . . . . . . . .'
PASSWD   DFHMDF POS=(6,32),                                            X
               LENGTH=8,                                               X
               ATTRB=(DRK,UNPROT),                                     X
               COLOR=TURQUOISE
         DFHMDF POS=(6,41),                                            X
               LENGTH=1,                                               X
               ATTRB=PROT
         DFHMDF POS=(8,1),                                             X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='New password (when asked) . . '
NEWPWD   DFHMDF POS=(8,32),                                            X
               LENGTH=8,                                               X
               ATTRB=(DRK,UNPROT),                                     X
               COLOR=TURQUOISE
         DFHMDF POS=(8,41),                                            X
               LENGTH=1,                                               X
               ATTRB=PROT
         DFHMDF POS=(9,1),                                             X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='New password again . . . . . .'
NEWPWD2  DFHMDF POS=(9,32),                                            X
               LENGTH=8,                                               X
               ATTRB=(DRK,UNPROT),                                     X
               COLOR=TURQUOISE
         DFHMDF POS=(9,41),                                            X
               LENGTH=1,                                               X
               ATTRB=PROT
         DFHMDF POS=(11,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Signed on as . . . . . . . . :'
SIGNEDON DFHMDF POS=(11,32),                                           X
               LENGTH=40,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=TURQUOISE
         DFHMDF POS=(13,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Reset clerk ID (supervisor). .'
RESETID  DFHMDF POS=(13,32),                                           X
               LENGTH=8,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        X
               INITIAL='________'
         DFHMDF POS=(13,41),                                           X
               LENGTH=1,                                               X
               ATTRB=PROT
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
