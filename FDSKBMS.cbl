               LENGTH=20,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=TURQUOISE
         DFHMDF POS=(6,1),                                             X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Or confirmation number. . . . '
CONFNO   DFHMDF POS=(6,32),                                            X
               LENGTH=9,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        X
               INITIAL='_________'
***********************************************************************
         DFHMDF POS=(7,1),                                             X
               LENGTH=30,                                              X
