      *>  --------------------------------------------------------------00001000
      *> ACESSO_NEGADO -- LOG OF THE FUNCTIONS REFUSED BY THE           00002000
      *> OPER_PERFIL CHECK OF THE ORA-SERIES TRANSACTIONS               00003000
      *> (060-00-NEGA-FUNCAO). ONE ROW PER REFUSAL WITH OPERATOR,       00004000
      *> TERMINAL, TRANSACTION, PROGRAM, FUNCTION ATTEMPTED AND TIME:   00005000
      *>   NEG_FUNCAO    FUNCTION (SECTION NAME) THAT WAS REFUSED       00006000
      *>   NEG_MOTIVO    'S' = OPERADOR SEM PERFIL NA OPER_PERFIL       00007000
      *>                 'N' = NIVEL (OU SUPERVISAO) INSUFICIENTE       00008000
      *> ROWS ARE ONLY INSERTED, NEVER CHANGED. ORB025 READS IT FOR     00009000
      *> THE ACCESS REVIEW REPORT.                                      00010000
      *>  --------------------------------------------------------------00011000
           EXEC SQL DECLARE                                             00012000
           ACESSO_NEGADO TABLE                                          00013000
           ( NEG_OPERADOR          CHAR(8)              NOT NULL        00014000
            ,NEG_TERMINAL          CHAR(4)              NOT NULL        00015000
            ,NEG_TRANSACAO         CHAR(4)              NOT NULL        00016000
            ,NEG_PROGRAMA          CHAR(8)              NOT NULL        00017000
            ,NEG_FUNCAO            CHAR(12)             NOT NULL        00018000
            ,NEG_MOTIVO            CHAR(1)              NOT NULL        00019000
            ,NEG_DATA_HORA         TIMESTAMP            NOT NULL        00020000
           ) END-EXEC.                                                  00021000
      *>  --------------------------------------------------------------00022000
      *> COBOL DECLARATION FOR TABLE ACESSO_NEGADO                      00023000
      *>  --------------------------------------------------------------00024000
       01  DCL-ACESSO-NEGADO.                                           00025000
           03 NEG-OPERADOR                 PIC X(08).                   00026000
           03 NEG-TERMINAL                 PIC X(04).                   00027000
           03 NEG-TRANSACAO                PIC X(04).                   00028000
           03 NEG-PROGRAMA                 PIC X(08).                   00029000
           03 NEG-FUNCAO                   PIC X(12).                   00030000
           03 NEG-MOTIVO                   PIC X(01).                   00031000
              88 NEG-SEM-PERFIL                 VALUE 'S'.              00032000
              88 NEG-NIVEL-INSUFICIENTE         VALUE 'N'.              00033000
           03 NEG-DATA-HORA                PIC X(26).                   00034000
