      *>  -------------------------------------------------------------- 00001000
      *> CLIENTE_FUSAO -- PERMANENT CROSSWALK OF CUSTOMER CODES RETIRED  00002000
      *> BY A MERGE (ORB008) TO THE SURVIVING CODE. ONE ROW PER RETIRED  00003000
      *> CODE; WHEN A SURVIVOR IS ITSELF MERGED LATER, ORB008 REPOINTS   00004000
      *> THE OLDER ROWS SO EVERY RETIRED CODE LEADS STRAIGHT TO THE      00005000
      *> CURRENT SURVIVOR. ORA001, ORB006 AND ORB014 READ IT; ORB004     00006000
      *> REMOVES THE ROW WHEN A MERGE IS UNDONE.                         00007000
      *>  -------------------------------------------------------------- 00008000
           EXEC SQL DECLARE                                              00009000
           CLIENTE_FUSAO TABLE                                           00010000
           ( FUSAO_CODIGO_SAI      DECIMAL(7, 0)        NOT NULL         00011000
            ,FUSAO_CODIGO_FICA     DECIMAL(7, 0)        NOT NULL         00012000
            ,FUSAO_DATA_HORA       TIMESTAMP            NOT NULL         00013000
            ,FUSAO_OPERADOR        CHAR(8)      NOT NULL WITH DEFAULT    00014000
           ) END-EXEC.                                                   00015000
      *>  -------------------------------------------------------------- 00016000
      *> COBOL DECLARATION FOR TABLE CLIENTE_FUSAO                       00017000
      *>  -------------------------------------------------------------- 00018000
       01  DCL-CLIENTE-FUSAO.                                            00019000
           03 FUS-CODIGO-SAI               PIC S9(07) COMP-3.            00020000
           03 FUS-CODIGO-FICA              PIC S9(07) COMP-3.            00021000
           03 FUS-DATA-HORA                PIC X(26).                    00022000
           03 FUS-OPERADOR                 PIC X(08).                    00023000
