       01  WS15-SEM-PERFIL-SW PIC X(01) VALUE 'N'.                      00006200
           88  WS15-SEM-PERFIL         VALUE 'S'.                       00006300
                                                                        00006400
       01  WS16-FUNCAO-NEGADA PIC X(12) VALUE SPACES.                   00006433
                                                                        00006466
       01  WS16-OPER-PROPRIO PIC X(08) VALUE SPACES.                    00006500
                                                                        00006600
       01  TAB-MSG.                                                     00006700
           COPY DFHAID.                                                 00011000
                                                                        00011100
           EXEC SQL INCLUDE OPERPROF END-EXEC.                          00011200
                                                                        00011233
           EXEC SQL INCLUDE ACESNEG END-EXEC.                           00011266
                                                                        00011300
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00011400
                                                                        00011500
           ELSE                                                         00022900
               MOVE TAB-MENS(15) TO ERRMSGO.                            00023000
                                                                        00023100
           PERFORM 065-00-REGISTRA-NEGACAO THRU 065-99-EXIT.            00023133
                                                                        00023166
       060-99-EXIT.                                                     00023200
           EXIT.                                                        00023202
           EJECT                                                        00023204
      ****************************************************************  00023206
      *       REGISTRA A FUNCAO NEGADA NO LOG DE ACESSOS (TABELA     *  00023208
      *       ACESSO_NEGADO) COM OPERADOR, TERMINAL, TRANSACAO E     *  00023210
      *       DATA-HORA, PARA A REVISAO DE ACESSOS (ORB025).         *  00023212
      *       CHAMADA COM WS16-FUNCAO-NEGADA JA POVOADO. ERRO NA     *  00023214
      *       GRAVACAO NAO ALTERA A MENSAGEM DA TELA                 *  00023216
      ****************************************************************  00023218
       065-00-REGISTRA-NEGACAO SECTION.                                 00023220
                                                                        00023222
           EXEC CICS ASSIGN USERID(NEG-OPERADOR)                        00023224
           END-EXEC.                                                    00023226
                                                                        00023228
           MOVE EIBTRMID           TO NEG-TERMINAL.                     00023230
           MOVE EIBTRNID           TO NEG-TRANSACAO.                    00023232
           MOVE 'ORA011'           TO NEG-PROGRAMA.                     00023234
           MOVE WS16-FUNCAO-NEGADA TO NEG-FUNCAO.                       00023236
                                                                        00023238
           IF  WS15-SEM-PERFIL                                          00023240
               MOVE 'S' TO NEG-MOTIVO                                   00023242
           ELSE                                                         00023244
               MOVE 'N' TO NEG-MOTIVO.                                  00023246
                                                                        00023248
           EXEC SQL INSERT INTO ACESSO_NEGADO                           00023250
                     (NEG_OPERADOR, NEG_TERMINAL, NEG_TRANSACAO,       X00023252
                      NEG_PROGRAMA, NEG_FUNCAO, NEG_MOTIVO,            X00023254
                      NEG_DATA_HORA)                                    00023256
                VALUES (:NEG-OPERADOR, :NEG-TERMINAL, :NEG-TRANSACAO,  X00023258
                        :NEG-PROGRAMA, :NEG-FUNCAO, :NEG-MOTIVO,       X00023260
                        CURRENT TIMESTAMP)                              00023262
           END-EXEC.                                                    00023264
                                                                        00023266
       065-99-EXIT.                                                     00023268
           EXIT.                                                        00023300
           EJECT                                                        00023400
      ****************************************************************  00023500
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00027400
                                                                        00027500
           IF  NOT WS15-SUPERVISOR                                      00027600
               MOVE 'CONSULTA' TO WS16-FUNCAO-NEGADA                    00027650
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00027700
               GO TO 200-99-EXIT.                                       00027800
                                                                        00027900
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00031600
                                                                        00031700
           IF  NOT WS15-SUPERVISOR                                      00031800
               MOVE 'INCLUSAO' TO WS16-FUNCAO-NEGADA                    00031850
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00031900
               GO TO 300-99-EXIT.                                       00032000
                                                                        00032100
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00035800
                                                                        00035900
           IF  NOT WS15-SUPERVISOR                                      00036000
               MOVE 'ALTERACAO' TO WS16-FUNCAO-NEGADA                   00036050
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00036100
               GO TO 400-99-EXIT.                                       00036200
                                                                        00036300
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00040100
                                                                        00040200
           IF  NOT WS15-SUPERVISOR                                      00040300
               MOVE 'EXCLUSAO' TO WS16-FUNCAO-NEGADA                    00040350
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00040400
               GO TO 500-99-EXIT.                                       00040500
                                                                        00040600
       800-00-BROWSE SECTION.                                           00044000
                                                                        00044100
           IF  NOT WS15-SUPERVISOR                                      00044200
               MOVE 'BROWSE' TO WS16-FUNCAO-NEGADA                      00044250
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00044300
               GO TO 800-99-EXIT.                                       00044400
                                                                        00044500
