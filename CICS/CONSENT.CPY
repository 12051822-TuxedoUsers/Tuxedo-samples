      *>  -------------------------------------------------------------- 00001000
      *> CLIENTE_CONSENT -- CONSENT OF EACH CUSTOMER TO BE CONTACTED,    00002000
      *> ONE ROW PER CUSTOMER AND CHANNEL:                               00003000
      *>   CONS_CANAL    'C' = CORREIO (MALA DIRETA E CARTAS)            00004000
      *>                 'E' = EMAIL                                     00005000
      *>   CONS_SITUACAO 'S' = CONSENTE   'N' = RECUSOU (OPT-OUT)        00006000
      *>   CONS_ORIGEM   'T' = TELA ORA013 (CENTRAL DE ATENDIMENTO)      00007000
      *>                 'F' = ARQUIVO DE OPT-OUT DO FORNECEDOR (ORB024) 00008000
      *>                 'B' = FUSAO DE CODIGOS EM LOTE (ORB008)         00008500
      *> CONS_DATA IS THE DATE THE CUSTOMER DECLARED IT; CONS_DATA_HORA  00009000
      *> IS WHEN THE ROW WAS LAST CHANGED. A CUSTOMER WITH NO ROW FOR A  00010000
      *> CHANNEL HAS NOT OPTED OUT OF IT. EVERY CHANGE IS COPIED TO      00011000
      *> CLIENTE_CONSENT_HIST. ORB003 AND ORB018 READ IT.                00012000
      *>  -------------------------------------------------------------- 00013000
           EXEC SQL DECLARE                                              00014000
           CLIENTE_CONSENT TABLE                                         00015000
           ( CONS_CODIGO           DECIMAL(7, 0)        NOT NULL         00016000
            ,CONS_CANAL            CHAR(1)              NOT NULL         00017000
            ,CONS_SITUACAO         CHAR(1)              NOT NULL         00018000
            ,CONS_DATA             DATE                 NOT NULL         00019000
            ,CONS_ORIGEM           CHAR(1)              NOT NULL         00020000
            ,CONS_OPERADOR         CHAR(8)      NOT NULL WITH DEFAULT    00021000
            ,CONS_TERMINAL         CHAR(4)      NOT NULL WITH DEFAULT    00022000
            ,CONS_DATA_HORA        TIMESTAMP            NOT NULL         00023000
           ) END-EXEC.                                                   00024000
      *>  -------------------------------------------------------------- 00025000
      *> COBOL DECLARATION FOR TABLE CLIENTE_CONSENT                     00026000
      *>  -------------------------------------------------------------- 00027000
       01  DCL-CLIENTE-CONSENT.                                          00028000
           03 CONS-CODIGO-CNS              PIC S9(07) COMP-3.            00029000
           03 CONS-CANAL-CNS               PIC X(01).                    00030000
              88 CONS-CANAL-CORREIO             VALUE 'C'.               00031000
              88 CONS-CANAL-EMAIL               VALUE 'E'.               00032000
           03 CONS-SITUACAO-CNS            PIC X(01).                    00033000
              88 CONS-CONSENTE                  VALUE 'S'.               00034000
              88 CONS-RECUSOU                   VALUE 'N'.               00035000
           03 CONS-DATA-CNS                PIC X(10).                    00036000
           03 CONS-ORIGEM-CNS              PIC X(01).                    00037000
              88 CONS-ORIGEM-TELA               VALUE 'T'.               00038000
              88 CONS-ORIGEM-FORNECEDOR         VALUE 'F'.               00039000
              88 CONS-ORIGEM-LOTE               VALUE 'B'.               00039500
           03 CONS-OPERADOR-CNS            PIC X(08).                    00040000
           03 CONS-TERMINAL-CNS            PIC X(04).                    00041000
           03 CONS-DATA-HORA-CNS           PIC X(26).                    00042000
