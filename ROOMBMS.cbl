         DFHMDF POS=(5,40),                                            B
               LENGTH=1,                                               B
               ATTRB=ASKIP
         DFHMDF POS=(5,45),                                            B
               LENGTH=11,                                              B
               COLOR=GREEN,                                            B
               ATTRB=(NORM,PROT),                                      B
               INITIAL='Corp acct: '
DBACCT   DFHMDF POS=(5,57),                                            B
               LENGTH=8,                                               B
               COLOR=TURQUOISE,                                        B
               ATTRB=(NORM,UNPROT)
         DFHMDF POS=(5,66),                                            B
               LENGTH=1,                                               B
               ATTRB=ASKIP
***********************************************************************
         DFHMDF POS=(7,1),                                             X
               LENGTH=30,                                              X
               LENGTH=30,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
         DFHMDF POS=(9,1),                                             X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Guest notes. . . . . . . . . :'
NOTEIND  DFHMDF POS=(9,32),                                            X
               LENGTH=40,                                              X
               ATTRB=(BRT,PROT),                                       X
               COLOR=YELLOW
         DFHMDF POS=(10,1),                                            B
               LENGTH=30,                                              B
               COLOR=GREEN,                                            B
               LENGTH=20,                                              X
               COLOR=TURQUOISE,                                        X
               ATTRB=(NORM,PROT)
***********************************************************************
         DFHMDF POS=(21,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Supervisor ID (override) . . .'
SUPVID   DFHMDF POS=(21,32),                                           X
               LENGTH=8,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        X
               INITIAL='________'
         DFHMDF POS=(21,41),                                           X
               LENGTH=1,                                               X
               ATTRB=PROT
         DFHMDF POS=(21,43),                                           X
               LENGTH=9,                                               X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Password:'
SUPVPWD  DFHMDF POS=(21,53),                                           X
               LENGTH=8,                                               X
               ATTRB=(DRK,UNPROT),                                     X
               COLOR=TURQUOISE
         DFHMDF POS=(21,62),                                           X
               LENGTH=1,                                               X
               ATTRB=PROT
***********************************************************************
MESSAGE  DFHMDF POS=(23,1),                                            X
               LENGTH=79,                                              X
