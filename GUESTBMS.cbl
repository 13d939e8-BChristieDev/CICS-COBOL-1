//COPY.SYSUT1 DD *
         PRINT NOGEN
* NAME: BRANDON CHRISTIE
* GUEST INQUIRY SCREEN.  ALSO LISTS THE GUEST'S ACTIVE PROFILE NOTES
* AND TAKES A NEW NOTE OR LIFTS ONE (PF5).
INQM46   DFHMSD TYPE=&SYSPARM,                                         B
               LANG=COBOL,                                             X
               MODE=INOUT,                                             X
               LENGTH=20,                                              B
               ATTRB=(NORM,PROT),                                      B
               COLOR=YELLOW
***********************************************************************
         DFHMDF POS=(14,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Guest notes. . . . . . . . . :'
NOTEIND  DFHMDF POS=(14,32),                                           X
               LENGTH=40,                                              X
               ATTRB=(BRT,PROT),                                       X
               COLOR=YELLOW
NOTE1    DFHMDF POS=(15,3),                                            X
               LENGTH=68,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=TURQUOISE
NOTE2    DFHMDF POS=(16,3),                                            X
               LENGTH=68,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=TURQUOISE
NOTE3    DFHMDF POS=(17,3),                                            X
               LENGTH=68,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=TURQUOISE
NOTE4    DFHMDF POS=(18,3),                                            X
               LENGTH=68,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=TURQUOISE
NOTE5    DFHMDF POS=(19,3),                                            X
               LENGTH=68,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=TURQUOISE
         DFHMDF POS=(21,1),                                            X
               LENGTH=30,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Note type (REQ VIP DNR GEN) . '
NTYPE    DFHMDF POS=(21,32),                                           X
               LENGTH=3,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        X
               INITIAL='___'
         DFHMDF POS=(21,37),                                           X
               LENGTH=11,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Lift note #'
NLIFT    DFHMDF POS=(21,49),                                           X
               LENGTH=3,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE,                                        X
               INITIAL='___'
         DFHMDF POS=(22,1),                                            X
               LENGTH=10,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Note text:'
NTEXT    DFHMDF POS=(22,12),                                           X
               LENGTH=60,                                              X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE
         DFHMDF POS=(22,73),                                           X
               LENGTH=1,                                               X
               ATTRB=PROT
***********************************************************************
MESSAGE  DFHMDF POS=(23,1),                                            X
               LENGTH=79,                                              X
               ATTRB=(BRT,PROT),                                       X
               COLOR=YELLOW
         DFHMDF POS=(24,1),                                            X
               LENGTH=39,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=BLUE,                                             X
               INITIAL='F3=Exit F4=Book F5=Save note F12=Cancel'
DUMMY    DFHMDF POS=(24,79),                                           X
               LENGTH=1,                                               X
               ATTRB=(DRK,PROT,FSET),                                  X
