      *>  -------------------------------------------------------------- 00001000
      *> CLIENTE_CONSENT_HIST -- HISTORY OF CLIENTE_CONSENT. ONE ROW IS  00002000
      *> WRITTEN FOR EVERY INCLUSAO ('I') OR ALTERACAO ('A') OF A        00003000
      *> CONSENT, BY ORA013, ORB024 OR ORB008, HOLDING THE ROW AS IT     00004000
      *> WAS LEFT (AFTER-IMAGE), SO THE FULL SEQUENCE OF OPT-INS AND     00005000
      *> OPT-OUTS OF A CUSTOMER CAN BE SHOWN WITH WHO RECORDED EACH      00006000
      *> ONE AND WHEN.                                                   00006500
      *>  -------------------------------------------------------------- 00007000
           EXEC SQL DECLARE                                              00008000
           CLIENTE_CONSENT_HIST TABLE                                    00009000
           ( CONS_CODIGO           DECIMAL(7, 0)        NOT NULL         00010000
            ,CONS_CANAL            CHAR(1)              NOT NULL         00011000
            ,CONS_SITUACAO         CHAR(1)              NOT NULL         00012000
            ,CONS_DATA             DATE                 NOT NULL         00013000
            ,CONS_ORIGEM           CHAR(1)              NOT NULL         00014000
            ,CONS_OPERADOR         CHAR(8)      NOT NULL WITH DEFAULT    00015000
            ,CONS_TERMINAL         CHAR(4)      NOT NULL WITH DEFAULT    00016000
            ,HIST_DATA_HORA        TIMESTAMP            NOT NULL         00017000
            ,HIST_TIPO_OPER        CHAR(1)              NOT NULL         00018000
           ) END-EXEC.                                                   00019000
      *>  -------------------------------------------------------------- 00020000
      *> COBOL DECLARATION FOR TABLE CLIENTE_CONSENT_HIST                00021000
      *>  -------------------------------------------------------------- 00022000
       01  DCL-CLIENTE-CONSENT-HIST.                                     00023000
           03 CONS-CODIGO-CNH              PIC S9(07) COMP-3.            00024000
           03 CONS-CANAL-CNH               PIC X(01).                    00025000
           03 CONS-SITUACAO-CNH            PIC X(01).                    00026000
           03 CONS-DATA-CNH                PIC X(10).                    00027000
           03 CONS-ORIGEM-CNH              PIC X(01).                    00028000
           03 CONS-OPERADOR-CNH            PIC X(08).                    00029000
           03 CONS-TERMINAL-CNH            PIC X(04).                    00030000
           03 HIST-DATA-HORA-CNH           PIC X(26).                    00031000
           03 HIST-TIPO-OPER-CNH           PIC X(01).                    00032000
              88 HIST-CONS-INCLUSAO             VALUE 'I'.               00033000
              88 HIST-CONS-ALTERACAO            VALUE 'A'.               00034000
