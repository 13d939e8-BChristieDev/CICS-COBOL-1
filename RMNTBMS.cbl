* RECORDS, FLIP RM-STATUS BETWEEN AVAILABLE AND OUT OF SERVICE, AND
* RETIRE A ROOM.  A ROOM HOLDING AN ACTIVE BOOKING (RM-PHONENO
* ASSIGNED) CANNOT BE RETIRED OR TAKEN OUT OF SERVICE WITHOUT THE
* CONFIRM COLUMN.  THE ROOM'S FEATURE CODES (ACCESSIBLE, SMOKING,
* BED TYPE, VIEW, CONNECTING ROOM) ARE KEPT HERE TOO.
RMTM46   DFHMSD TYPE=&SYSPARM,                                         B
               LANG=COBOL,                                             X
               MODE=INOUT,                                             X
               LENGTH=8,                                               X
               ATTRB=(NORM,PROT),                                      X
               COLOR=TURQUOISE
***********************************************************************
         DFHMDF POS=(17,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Accessible room (Y/N) . . . . '
ACCESS   DFHMDF POS=(17,32),                                           X
               LENGTH=1,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        X
               INITIAL='_'
         DFHMDF POS=(18,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Smoking room (Y/N) . . . . . .'
SMOKING  DFHMDF POS=(18,32),                                           X
               LENGTH=1,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        X
               INITIAL='_'
         DFHMDF POS=(19,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Bed type (K Q D S 2Q 2D 2S) . '
BEDTYPE  DFHMDF POS=(19,32),                                           X
               LENGTH=2,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        X
               INITIAL='__'
         DFHMDF POS=(20,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='View code . . . . . . . . . . '
VIEW     DFHMDF POS=(20,32),                                           X
               LENGTH=2,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        X
               INITIAL='__'
         DFHMDF POS=(21,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Connects to room . . . . . . .'
CONNECT  DFHMDF POS=(21,32),                                           X
               LENGTH=8,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        X
               INITIAL='________'
***********************************************************************
MESSAGE  DFHMDF POS=(23,1),                                            X
               LENGTH=79,                                              X
