       01  WS15-SEM-PERFIL-SW PIC X(01) VALUE 'N'.                      00006250
           88  WS15-SEM-PERFIL        VALUE 'S'.                        00006260
                                                                        00006300
       01  WS16-FUNCAO-NEGADA PIC X(12) VALUE SPACES.                   00006333
                                                                        00006366
       01  WS09-MSG-USO.                                                00006400
           05  FILLER          PIC X(11) VALUE 'EM USO POR '.           00006500
           05  WS09-USO-QTD    PIC ZZZZ9.                               00006600
           EXEC SQL INCLUDE CLIENTE END-EXEC.                           00010700
                                                                        00010750
           EXEC SQL INCLUDE OPERPROF END-EXEC.                          00010770
                                                                        00010780
           EXEC SQL INCLUDE ACESNEG END-EXEC.                           00010790
                                                                        00010800
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00010900
                                                                        00011000
           ELSE                                                         00017443
               MOVE TAB-MENS(14) TO ERRMSGO.                            00017444
                                                                        00017445
           PERFORM 065-00-REGISTRA-NEGACAO THRU 065-99-EXIT.            00017446
                                                                        00017447
       060-99-EXIT.                                                     00017448
           EXIT.                                                        00017449
           EJECT                                                        00017450
      ****************************************************************  00017451
      *       REGISTRA A FUNCAO NEGADA NO LOG DE ACESSOS (TABELA     *  00017452
      *       ACESSO_NEGADO) COM OPERADOR, TERMINAL, TRANSACAO E     *  00017453
      *       DATA-HORA, PARA A REVISAO DE ACESSOS (ORB025).         *  00017454
      *       CHAMADA COM WS16-FUNCAO-NEGADA JA POVOADO. ERRO NA     *  00017455
      *       GRAVACAO NAO ALTERA A MENSAGEM DA TELA                 *  00017456
      ****************************************************************  00017457
       065-00-REGISTRA-NEGACAO SECTION.                                 00017458
                                                                        00017459
           EXEC CICS ASSIGN USERID(NEG-OPERADOR)                        00017460
           END-EXEC.                                                    00017461
                                                                        00017462
           MOVE EIBTRMID           TO NEG-TERMINAL.                     00017463
           MOVE EIBTRNID           TO NEG-TRANSACAO.                    00017464
           MOVE 'ORA005'           TO NEG-PROGRAMA.                     00017465
           MOVE WS16-FUNCAO-NEGADA TO NEG-FUNCAO.                       00017466
                                                                        00017467
           IF  WS15-SEM-PERFIL                                          00017468
               MOVE 'S' TO NEG-MOTIVO                                   00017469
           ELSE                                                         00017470
               MOVE 'N' TO NEG-MOTIVO.                                  00017471
                                                                        00017472
           EXEC SQL INSERT INTO ACESSO_NEGADO                           00017473
                     (NEG_OPERADOR, NEG_TERMINAL, NEG_TRANSACAO,       X00017474
                      NEG_PROGRAMA, NEG_FUNCAO, NEG_MOTIVO,            X00017475
                      NEG_DATA_HORA)                                    00017476
                VALUES (:NEG-OPERADOR, :NEG-TERMINAL, :NEG-TRANSACAO,  X00017477
                        :NEG-PROGRAMA, :NEG-FUNCAO, :NEG-MOTIVO,       X00017478
                        CURRENT TIMESTAMP)                              00017479
           END-EXEC.                                                    00017480
                                                                        00017481
       065-99-EXIT.                                                     00017482
           EXIT.                                                        00017483
           EJECT                                                        00017484
      ****************************************************************  00017500
      *       ROTINA DE CONSULTA                                     *  00017600
      ****************************************************************  00017700
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00018000
                                                                        00018010
           IF  NOT WS15-PODE-TABELAS                                    00018020
               MOVE 'CONSULTA' TO WS16-FUNCAO-NEGADA                    00018025
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00018030
               GO TO 200-99-EXIT.                                       00018040
                                                                        00018100
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00023800
                                                                        00023810
           IF  NOT WS15-PODE-TABELAS                                    00023820
               MOVE 'INCLUSAO' TO WS16-FUNCAO-NEGADA                    00023825
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00023830
               GO TO 300-99-EXIT.                                       00023840
                                                                        00023900
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00027500
                                                                        00027510
           IF  NOT WS15-PODE-TABELAS                                    00027520
               MOVE 'ALTERACAO' TO WS16-FUNCAO-NEGADA                   00027525
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00027530
               GO TO 400-99-EXIT.                                       00027540
                                                                        00027600
                                                                        00032010
           IF  NOT WS15-PODE-TABELAS                                    00032020
               MOVE '1' TO WS03-COMMAREA-FLAG                           00032030
               MOVE 'EXCLUSAO' TO WS16-FUNCAO-NEGADA                    00032035
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00032040
               GO TO 500-99-EXIT.                                       00032050
                                                                        00032100
                                                                        00039410
           IF  NOT WS15-PODE-TABELAS                                    00039420
               MOVE '1' TO WS03-COMMAREA-FLAG                           00039430
               MOVE 'BROWSE' TO WS16-FUNCAO-NEGADA                      00039435
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00039440
               GO TO 800-99-EXIT.                                       00039450
                                                                        00039500
