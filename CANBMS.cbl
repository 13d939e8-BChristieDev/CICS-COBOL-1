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
         DFHMDF POS=(10,59),                                           B
               LENGTH=1,                                               B
               ATTRB=ASKIP
         DFHMDF POS=(11,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Supervisor password. . . . . .'
SUPVPWD  DFHMDF POS=(11,32),                                           X
               LENGTH=8,                                               X
               ATTRB=(DRK,UNPROT),                                     X
               COLOR=TURQUOISE
         DFHMDF POS=(11,41),                                           X
               LENGTH=1,                                               X
               ATTRB=PROT
***********************************************************************
         DFHMDF POS=(13,1),                                            X
               LENGTH=54,                                              X
