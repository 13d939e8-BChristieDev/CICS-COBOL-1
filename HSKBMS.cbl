* HOUSEKEEPING SCREEN - LISTS A HOTEL'S ROOMS WAITING TO BE CLEANED
* SIX AT A TIME AND LETS THE FLOOR STAFF MARK ROWS 'C' (CLEANED,
* ROOM GOES BACK TO AVAILABLE) OR 'P' (PROBLEM FOUND, ROOM GOES
* OUT OF SERVICE); PF5 RECORDS THE MARKED ROWS AGAINST THE
* ATTENDANT KEYED ON LINE 6, WHO DID THE WORK.
HSKM46   DFHMSD TYPE=&SYSPARM,                                         B
               LANG=COBOL,                                             X
               MODE=INOUT,                                             X
               LENGTH=20,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=BLUE
         DFHMDF POS=(6,1),                                             X
               LENGTH=12,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=GREEN,                                            X
               INITIAL='Attendant . '
ATTEND   DFHMDF POS=(6,14),                                            X
               LENGTH=6,                                               X
               ATTRB=(NORM,UNPROT),                                    X
               COLOR=TURQUOISE
         DFHMDF POS=(6,21),                                            B
               LENGTH=1,                                               B
               ATTRB=ASKIP
ATTNAME  DFHMDF POS=(6,23),                                            X
               LENGTH=25,                                              X
               ATTRB=(NORM,PROT),                                      X
               COLOR=BLUE
***********************************************************************
         DFHMDF POS=(7,1),                                             X
               LENGTH=40,                                              X
