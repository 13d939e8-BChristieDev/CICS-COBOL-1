//KC03O46  JOB 'BRANDON',MSGCLASS=H,MSGLEVEL=(1,1),REGION=250M,
//             NOTIFY=&SYSUID
//*
//CICSPROC   JCLLIB ORDER=(TSOECCC.CICSTS12.PROCLIB)
//MAP  EXEC DFHMAPS,INDEX='DFH550.CICS',OUTC='*',RMODE=24,
//  DSCTLIB='KC03O46.COMP35.MAP',
//  MAPLIB='TSOECCC.CICSTS12.STUDENT.LOADLIB',
//  MAPNAME=MOVM46
//COPY.SYSUT1 DD *
         PRINT NOGEN
* NAME: BRANDON CHRISTIE
* ROOM-MOVE SCREEN - THE DESK KEYS AN IN-HOUSE GUEST'S PHONE, THE
* ROOM THEY ARE IN AND THE ROOM THEY ARE MOVING TO.  THE STAY MOVES
* WITH THE GUEST (BOOKING ROW, CALENDAR ENTRY, BOTH ROOM MASTERS AND
* ANY OPEN FOLIO LINES) KEEPING THE RECORDED ARRIVAL, DEPOSIT AND
* CAPTURED RATE, AND THE ROOM LEFT BEHIND GOES TO HOUSEKEEPING.
MOVM46   DFHMSD TYPE=&SYSPARM,                                         B
               LANG=COBOL,                                             X
               MODE=INOUT,                                             X
               TERM=3270-2,                                            X
               CTRL=FREEKB,                                            X
               STORAGE=AUTO,                                           X
               DSATTS=(COLOR,HILIGHT),                                 X
               MAPATTS=(COLOR,HILIGHT),                                X
               TIOAPFX=YES
***********************************************************************
MOVMAP   DFHMDI SIZE=(24,80),                                          X
               LINE=1,                                                 X
               COLUMN=1
***********************************************************************
         DFHMDF POS=(1,1),                                             B
               LENGTH=6,                                               B
               ATTRB=(NORM,PROT),                                      B
               COLOR=PINK,                                             B
               INITIAL='MOVM46'
         DFHMDF POS=(1,21),                                            X
               LENGTH=47,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Hotel Reservation System - Room Move           X
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
         DFHMDF POS=(6,1),                                             X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Room the guest is in. . . . . '
OLDROOM  DFHMDF POS=(6,32),                                            X
               LENGTH=8,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        B
               INITIAL='________'
         DFHMDF POS=(6,41),                                            B
               LENGTH=1,                                               B
               ATTRB=ASKIP
         DFHMDF POS=(7,1),                                             X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Room to move the guest to . . '
NEWROOM  DFHMDF POS=(7,32),                                            X
               LENGTH=8,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        B
               INITIAL='________'
         DFHMDF POS=(7,41),                                            B
               LENGTH=1,                                               B
               ATTRB=ASKIP
***********************************************************************
         DFHMDF POS=(9,1),                                             X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Name . . . . . . . . . . . . :'
FIRSTNAME DFHMDF POS=(9,32),                                           X
               LENGTH=20,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
LASTNAME DFHMDF POS=(10,32),                                           X
               LENGTH=30,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
         DFHMDF POS=(12,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Hotel. . . . . . . . . . . . :'
HOTEL    DFHMDF POS=(12,32),                                           X
               LENGTH=30,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
         DFHMDF POS=(13,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Check-in / check-out . . . . :'
CHECKIN  DFHMDF POS=(13,32),LENGTH=8,COLOR=TURQUOISE,                  X
               ATTRB=(NORM,ASKIP)
CHECKOUT DFHMDF POS=(13,41),LENGTH=8,COLOR=TURQUOISE,                  X
               ATTRB=(NORM,ASKIP)
         DFHMDF POS=(14,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Arrived. . . . . . . . . . . :'
ARRIVED  DFHMDF POS=(14,32),LENGTH=8,COLOR=TURQUOISE,                  X
               ATTRB=(NORM,ASKIP)
         DFHMDF POS=(15,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Nightly rate kept. . . . . . :'
RATE     DFHMDF POS=(15,32),LENGTH=8,COLOR=TURQUOISE,                  X
               ATTRB=(NORM,ASKIP)
         DFHMDF POS=(16,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='New room capacity / status . :'
NEWCAP   DFHMDF POS=(16,32),LENGTH=3,COLOR=TURQUOISE,                  X
               ATTRB=(NORM,ASKIP)
NEWSTAT  DFHMDF POS=(16,36),LENGTH=20,COLOR=TURQUOISE,                 X
               ATTRB=(NORM,ASKIP)
***********************************************************************
         DFHMDF POS=(18,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Confirm move (Y). . . . . . . '
CONFIRM  DFHMDF POS=(18,32),                                           X
               LENGTH=1,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        B
               INITIAL='_'
         DFHMDF POS=(18,34),                                           B
               LENGTH=1,                                               B
               ATTRB=ASKIP
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
