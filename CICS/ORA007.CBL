       01  WS15-SEM-PERFIL-SW PIC X(01) VALUE 'N'.                      00006950
           88  WS15-SEM-PERFIL        VALUE 'S'.                        00006960
                                                                        00007000
       01  WS16-FUNCAO-NEGADA PIC X(12) VALUE SPACES.                   00007033
                                                                        00007066
       01  WS09-MSG-USO.                                                00007100
           05  FILLER          PIC X(11) VALUE 'EM USO POR '.           00007200
           05  WS09-USO-QTD    PIC ZZZZ9.                               00007300
           EXEC SQL INCLUDE CLIENTE END-EXEC.                           00011400
                                                                        00011450
           EXEC SQL INCLUDE OPERPROF END-EXEC.                          00011470
                                                                        00011480
           EXEC SQL INCLUDE ACESNEG END-EXEC.                           00011490
                                                                        00011500
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00011600
                                                                        00011700
           ELSE                                                         00017843
               MOVE TAB-MENS(14) TO ERRMSGO.                            00017844
                                                                        00017845
           PERFORM 065-00-REGISTRA-NEGACAO THRU 065-99-EXIT.            00017846
                                                                        00017847
       060-99-EXIT.                                                     00017848
           EXIT.                                                        00017849
           EJECT                                                        00017850
      ****************************************************************  00017851
      *       REGISTRA A FUNCAO NEGADA NO LOG DE ACESSOS (TABELA     *  00017852
      *       ACESSO_NEGADO) COM OPERADOR, TERMINAL, TRANSACAO E     *  00017853
      *       DATA-HORA, PARA A REVISAO DE ACESSOS (ORB025).         *  00017854
      *       CHAMADA COM WS16-FUNCAO-NEGADA JA POVOADO. ERRO NA     *  00017855
      *       GRAVACAO NAO ALTERA A MENSAGEM DA TELA                 *  00017856
      ****************************************************************  00017857
       065-00-REGISTRA-NEGACAO SECTION.                                 00017858
                                                                        00017859
           EXEC CICS ASSIGN USERID(NEG-OPERADOR)                        00017860
           END-EXEC.                                                    00017861
                                                                        00017862
           MOVE EIBTRMID           TO NEG-TERMINAL.                     00017863
           MOVE EIBTRNID           TO NEG-TRANSACAO.                    00017864
           MOVE 'ORA007'           TO NEG-PROGRAMA.                     00017865
           MOVE WS16-FUNCAO-NEGADA TO NEG-FUNCAO.                       00017866
                                                                        00017867
           IF  WS15-SEM-PERFIL                                          00017868
               MOVE 'S' TO NEG-MOTIVO                                   00017869
           ELSE                                                         00017870
               MOVE 'N' TO NEG-MOTIVO.                                  00017871
                                                                        00017872
           EXEC SQL INSERT INTO ACESSO_NEGADO                           00017873
                     (NEG_OPERADOR, NEG_TERMINAL, NEG_TRANSACAO,       X00017874
                      NEG_PROGRAMA, NEG_FUNCAO, NEG_MOTIVO,            X00017875
                      NEG_DATA_HORA)                                    00017876
                VALUES (:NEG-OPERADOR, :NEG-TERMINAL, :NEG-TRANSACAO,  X00017877
                        :NEG-PROGRAMA, :NEG-FUNCAO, :NEG-MOTIVO,       X00017878
                        CURRENT TIMESTAMP)                              00017879
           END-EXEC.                                                    00017880
                                                                        00017881
       065-99-EXIT.                                                     00017882
           EXIT.                                                        00017883
           EJECT                                                        00017884
      ****************************************************************  00017900
      *       VALIDACAO DOS CAMPOS DIGITADOS                         *  00018000
      *       DEIXA ERRMSGO MONTADO E WS07-CAMPOS-ERRO LIGADO EM      * 00018100
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00020600
                                                                        00020610
           IF  NOT WS15-PODE-TABELAS                                    00020620
               MOVE 'CONSULTA' TO WS16-FUNCAO-NEGADA                    00020625
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00020630
               GO TO 200-99-EXIT.                                       00020640
                                                                        00020700
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00027500
                                                                        00027510
           IF  NOT WS15-PODE-TABELAS                                    00027520
               MOVE 'INCLUSAO' TO WS16-FUNCAO-NEGADA                    00027525
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00027530
               GO TO 300-99-EXIT.                                       00027540
                                                                        00027600
                                                                        00033410
           IF  NOT WS15-PODE-TABELAS                                    00033420
               MOVE '1' TO WS03-COMMAREA-FLAG                           00033430
               MOVE 'EXCLUSAO' TO WS16-FUNCAO-NEGADA                    00033435
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00033440
               GO TO 500-99-EXIT.                                       00033450
                                                                        00033500
                                                                        00041210
           IF  NOT WS15-PODE-TABELAS                                    00041220
               MOVE '1' TO WS03-COMMAREA-FLAG                           00041230
               MOVE 'BROWSE' TO WS16-FUNCAO-NEGADA                      00041235
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00041240
               GO TO 800-99-EXIT.                                       00041250
                                                                        00041300
