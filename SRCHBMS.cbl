* BLANK FOR ALL), A WANTED CAPACITY AND DATES; THE PROGRAM SHOWS THE
* QUALIFYING AVAILABLE ROOMS SIX AT A TIME, PF7/PF8 PAGE THROUGH THE
* MATCHES AND PF4 CARRIES THE ROOM MARKED 'S' INTO THE ADDM46
* BOOKING SCREEN.  THE CLERK CAN ALSO ASK FOR ROOM FEATURES (AN
* ACCESSIBLE ROOM, SMOKING OR NON-SMOKING, BED TYPE, VIEW, A
* CONNECTING ROOM) AND EACH LISTED ROOM SHOWS WHAT IT OFFERS.
SRCM46   DFHMSD TYPE=&SYSPARM,                                         B
               LANG=COBOL,                                             X
               MODE=INOUT,                                             X
               LENGTH=20,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=TURQUOISE
         DFHMDF POS=(9,1),                                             X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Accessible room needed (Y) . .'
ACCESS   DFHMDF POS=(9,32),                                            X
               LENGTH=1,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        B
               INITIAL='_'
         DFHMDF POS=(10,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Smoking (Y, N, blank=either) .'
SMOKING  DFHMDF POS=(10,32),                                           X
               LENGTH=1,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        B
               INITIAL='_'
         DFHMDF POS=(11,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Bed type (K Q D S 2Q 2D 2S) . '
BEDTYPE  DFHMDF POS=(11,32),                                           X
               LENGTH=2,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        B
               INITIAL='__'
         DFHMDF POS=(11,40),                                           X
               LENGTH=10,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='View code '
VIEW     DFHMDF POS=(11,51),                                           X
               LENGTH=2,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        B
               INITIAL='__'
         DFHMDF POS=(12,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Connecting room needed (Y). . '
CONNECT  DFHMDF POS=(12,32),                                           X
               LENGTH=1,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        B
               INITIAL='_'
***********************************************************************
         DFHMDF POS=(13,1),                                            X
               LENGTH=55,                                              X
               COLOR=GREEN,                                            X
               ATTRB=(NORM,PROT),                                      X
               INITIAL='S Room #        Hotel                   Cap    X
               Features'
***********************************************************************
SEL1     DFHMDF POS=(15,1),                                            X
               LENGTH=1,                                               X
               LENGTH=3,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,ASKIP)
FEAT1    DFHMDF POS=(15,48),                                           X
               LENGTH=20,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,ASKIP)
***********************************************************************
SEL2     DFHMDF POS=(16,1),                                            X
               LENGTH=1,                                               X
               LENGTH=3,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,ASKIP)
FEAT2    DFHMDF POS=(16,48),                                           X
               LENGTH=20,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,ASKIP)
***********************************************************************
SEL3     DFHMDF POS=(17,1),                                            X
               LENGTH=1,                                               X
               LENGTH=3,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,ASKIP)
FEAT3    DFHMDF POS=(17,48),                                           X
               LENGTH=20,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,ASKIP)
***********************************************************************
SEL4     DFHMDF POS=(18,1),                                            X
               LENGTH=1,                                               X
               LENGTH=3,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,ASKIP)
FEAT4    DFHMDF POS=(18,48),                                           X
               LENGTH=20,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,ASKIP)
***********************************************************************
SEL5     DFHMDF POS=(19,1),                                            X
               LENGTH=1,                                               X
               LENGTH=3,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,ASKIP)
FEAT5    DFHMDF POS=(19,48),                                           X
               LENGTH=20,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,ASKIP)
***********************************************************************
SEL6     DFHMDF POS=(20,1),                                            X
               LENGTH=1,                                               X
               LENGTH=3,                                               X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,ASKIP)
FEAT6    DFHMDF POS=(20,48),                                           X
               LENGTH=20,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,ASKIP)
***********************************************************************
MESSAGE  DFHMDF POS=(23,1),                                            X
               LENGTH=79,                                              X
