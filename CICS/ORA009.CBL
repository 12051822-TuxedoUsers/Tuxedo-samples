       01  WS15-SEM-PERFIL-SW PIC X(01) VALUE 'N'.                      00005060
           88  WS15-SEM-PERFIL          VALUE 'S'.                      00005062
                                                                        00005064
       01  WS16-FUNCAO-NEGADA PIC X(12) VALUE SPACES.                   00005080
                                                                        00005089
       01  WS07-CID-ED.                                                 00005100
           05  WS07-CID-CIDADE    PIC X(20).                            00005200
           05  FILLER             PIC X(01) VALUE SPACES.               00005300
           EXEC SQL INCLUDE MERGPEND END-EXEC.                          00009300
                                                                        00009320
           EXEC SQL INCLUDE OPERPROF END-EXEC.                          00009340
                                                                        00009360
           EXEC SQL INCLUDE ACESNEG END-EXEC.                           00009380
                                                                        00009400
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00009500
                                                                        00009600
           ELSE                                                         00015446
               MOVE TAB-MENS(12) TO ERRMSGO.                            00015447
                                                                        00015448
           PERFORM 065-00-REGISTRA-NEGACAO THRU 065-99-EXIT.            00015449
                                                                        00015450
       060-99-EXIT.                                                     00015451
           EXIT.                                                        00015452
           EJECT                                                        00015453
      ****************************************************************  00015454
      *       REGISTRA A FUNCAO NEGADA NO LOG DE ACESSOS (TABELA     *  00015455
      *       ACESSO_NEGADO) COM OPERADOR, TERMINAL, TRANSACAO E     *  00015456
      *       DATA-HORA, PARA A REVISAO DE ACESSOS (ORB025).         *  00015457
      *       CHAMADA COM WS16-FUNCAO-NEGADA JA POVOADO. ERRO NA     *  00015458
      *       GRAVACAO NAO ALTERA A MENSAGEM DA TELA                 *  00015459
      ****************************************************************  00015460
       065-00-REGISTRA-NEGACAO SECTION.                                 00015461
                                                                        00015462
           EXEC CICS ASSIGN USERID(NEG-OPERADOR)                        00015463
           END-EXEC.                                                    00015464
                                                                        00015465
           MOVE EIBTRMID           TO NEG-TERMINAL.                     00015466
           MOVE EIBTRNID           TO NEG-TRANSACAO.                    00015467
           MOVE 'ORA009'           TO NEG-PROGRAMA.                     00015468
           MOVE WS16-FUNCAO-NEGADA TO NEG-FUNCAO.                       00015469
                                                                        00015470
           IF  WS15-SEM-PERFIL                                          00015471
               MOVE 'S' TO NEG-MOTIVO                                   00015472
           ELSE                                                         00015473
               MOVE 'N' TO NEG-MOTIVO.                                  00015474
                                                                        00015475
           EXEC SQL INSERT INTO ACESSO_NEGADO                           00015476
                     (NEG_OPERADOR, NEG_TERMINAL, NEG_TRANSACAO,       X00015477
                      NEG_PROGRAMA, NEG_FUNCAO, NEG_MOTIVO,            X00015478
                      NEG_DATA_HORA)                                    00015479
                VALUES (:NEG-OPERADOR, :NEG-TERMINAL, :NEG-TRANSACAO,  X00015480
                        :NEG-PROGRAMA, :NEG-FUNCAO, :NEG-MOTIVO,       X00015481
                        CURRENT TIMESTAMP)                              00015482
           END-EXEC.                                                    00015483
                                                                        00015484
       065-99-EXIT.                                                     00015485
           EXIT.                                                        00015486
           EJECT                                                        00015487
      ****************************************************************  00015500
      *       BUSCA O PROXIMO PAR PENDENTE DEPOIS DA ULTIMA CHAVE     * 00015600
      *       EXIBIDA (GUARDADA NA COMMAREA) E MONTA A TELA COM OS    * 00015700
                                                                        00016110
           IF  NOT WS15-SUPERVISOR                                      00016120
               MOVE '1' TO WS03-COMMAREA-FLAG                           00016130
               MOVE 'PROXIMO-PAR' TO WS16-FUNCAO-NEGADA                 00016135
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00016140
               GO TO 200-99-EXIT.                                       00016150
                                                                        00016200
                                                                        00033510
           IF  NOT WS15-SUPERVISOR                                      00033520
               MOVE '1' TO WS03-COMMAREA-FLAG                           00033530
               MOVE 'DECIDE-PAR' TO WS16-FUNCAO-NEGADA                  00033535
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00033540
               GO TO 300-99-EXIT.                                       00033550
                                                                        00033600
