      *>  -------------------------------------------------------------- 00001000
      *> CLIENTE_ENDERECO -- TYPED ADDRESSES OF A CUSTOMER BESIDES THE   00002000
      *> MAIN ONE, WHICH STAYS IN CLIENTE. ONE ROW PER CUSTOMER/TYPE:    00003000
      *>   ENDT_TIPO     'C' = COBRANCA (SENT TO BILLING BY ORB014)      00004000
      *>                 'E' = ENTREGA  (MAIL VENDOR AND LETTERS)        00005000
      *> A CUSTOMER WITH NO ROW FOR A TYPE USES THE MAIN ADDRESS FOR IT. 00006000
      *> MAINTAINED ON THE ORA015 SCREEN (PF12 FROM ORA001), VALIDATED   00007000
      *> AGAINST OR02FILE/OR03FILE/OR04FILE LIKE THE MAIN ADDRESS.       00008000
      *> ENDT_INVALIDO/ENDT_INV_DATA ARE SET BY ORB006 WHEN THE VENDOR   00009000
      *> RETURNS THAT ADDRESS, AND CLEARED WHEN IT IS CORRECTED.         00010000
      *>  -------------------------------------------------------------- 00011000
           EXEC SQL DECLARE                                              00012000
           CLIENTE_ENDERECO TABLE                                        00013000
           ( ENDT_CODIGO           DECIMAL(7, 0)        NOT NULL         00014000
            ,ENDT_TIPO             CHAR(1)              NOT NULL         00015000
            ,ENDT_ENDERECO         CHAR(30)             NOT NULL         00016000
            ,ENDT_CIDADE           CHAR(20)             NOT NULL         00017000
            ,ENDT_ESTADO           CHAR(2)              NOT NULL         00018000
            ,ENDT_CEP              DECIMAL(8, 0)        NOT NULL         00019000
            ,ENDT_INVALIDO         CHAR(1)  NOT NULL WITH DEFAULT 'N'    00020000
            ,ENDT_INV_DATA   DATE NOT NULL WITH DEFAULT '0001-01-01'     00021000
            ,ENDT_OPERADOR         CHAR(8)      NOT NULL WITH DEFAULT    00022000
            ,ENDT_DATA_HORA        TIMESTAMP            NOT NULL         00023000
           ) END-EXEC.                                                   00024000
      *>  -------------------------------------------------------------- 00025000
      *> COBOL DECLARATION FOR TABLE CLIENTE_ENDERECO                    00026000
      *>  -------------------------------------------------------------- 00027000
       01  DCL-CLIENTE-ENDERECO.                                         00028000
           03 ENDT-CODIGO                  PIC S9(07) COMP-3.            00029000
           03 ENDT-TIPO                    PIC X(01).                    00030000
              88 ENDT-TIPO-COBRANCA             VALUE 'C'.               00031000
              88 ENDT-TIPO-ENTREGA              VALUE 'E'.               00032000
           03 ENDT-ENDERECO                PIC X(30).                    00033000
           03 ENDT-CIDADE                  PIC X(20).                    00034000
           03 ENDT-ESTADO                  PIC X(02).                    00035000
           03 ENDT-CEP                     PIC S9(08) COMP-3.            00036000
           03 ENDT-INVALIDO                PIC X(01).                    00037000
           03 ENDT-INV-DATA                PIC X(10).                    00038000
           03 ENDT-OPERADOR                PIC X(08).                    00039000
           03 ENDT-DATA-HORA               PIC X(26).                    00040000
