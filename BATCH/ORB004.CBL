      *            * CLIENTE_HIST. LE UMA LISTA DE CODIGOS (COM DATA *  00000700
      *            * LIMITE OPCIONAL) E DEVOLVE CADA CLIENTE A       *  00000800
      *            * TABELA CLIENTE EXATAMENTE COMO ELE ESTAVA,      *  00000900
      *            * COM RELATORIO DO QUE FOI RESTAURADO E PULADO.   *  00001000
      *            * CODIGO QUE SAIU NUMA FUSAO SO E RESTAURADO COM  *  00001025
      *            * 'S' NA COLUNA DE DESFAZER FUSAO DA LISTA, E     *  00001050
      *            * ENTAO DEIXA DE APONTAR PARA O SOBREVIVENTE      *  00001075
      *            ***************************************************  00001100
                                                                        00001200
       ENVIRONMENT DIVISION.                                            00001300
           05  RST-CODIGO          PIC X(07).                           00003200
           05  FILLER              PIC X(01).                           00003300
           05  RST-DATA-LIMITE     PIC X(10).                           00003400
           05  FILLER              PIC X(01).                           00003425
           05  RST-DESFUSAO        PIC X(01).                           00003450
               88  RST-DESFAZ-FUSAO         VALUE 'S'.                  00003475
           05  FILLER              PIC X(60).                           00003500
                                                                        00003600
       FD  RELATORIO                                                    00003700
           LABEL RECORDS ARE OMITTED.                                   00003800
               88  WS-ACHOU-HIST                VALUE 'S'.              00005100
           05  WS-ERRO-HIST-SW        PIC X(01) VALUE 'N'.              00005110
               88  WS-ERRO-HIST                 VALUE 'S'.              00005120
           05  WS-FUNDIDO-SW          PIC X(01) VALUE 'N'.              00005146
               88  WS-FUNDIDO                   VALUE 'S'.              00005172
                                                                        00005200
       77  WS-CONT-LIDOS        PIC S9(07) COMP VALUE ZEROS.            00005300
       77  WS-CONT-RESTAURADOS  PIC S9(07) COMP VALUE ZEROS.            00005400
       77  WS-CONT-JA-EXISTE    PIC S9(07) COMP VALUE ZEROS.            00005500
       77  WS-CONT-SEM-HIST     PIC S9(07) COMP VALUE ZEROS.            00005600
       77  WS-CONT-ERROS        PIC S9(07) COMP VALUE ZEROS.            00005700
       77  WS-CONT-FUNDIDOS     PIC S9(07) COMP VALUE ZEROS.            00005733
       77  WS-CONT-DESFUSOES    PIC S9(07) COMP VALUE ZEROS.            00005766
                                                                        00005800
       01  WS-TS-LIMITE         PIC X(26) VALUE SPACES.                 00005900
                                                                        00006000
                                                                        00006300
       01  WS-HORA-FIM-DIA      PIC X(16) VALUE                         00006400
           '-23.59.59.999999'.                                          00006500
                                                                        00006520
       01  WS-TXT-FUSAO.                                                00006540
           05  FILLER            PIC X(19) VALUE 'FUNDIDO NO CLIENTE '. 00006560
           05  WS-TXT-FUSAO-COD  PIC ZZZZZZ9.                           00006580
                                                                        00006600
       01  WS-CAB1.                                                     00006700
           05  FILLER  PIC X(20) VALUE SPACES.                          00006800
           05  FILLER         PIC X(20) VALUE 'ERROS..............:'.   00010800
           05  WS-LINRES5-QTD PIC ZZZ.ZZ9.                              00010900
                                                                        00011000
       01  WS-LINRES6.                                                  00011011
           05  FILLER         PIC X(20) VALUE 'FUNDIDOS RECUSADOS.:'.   00011022
           05  WS-LINRES6-QTD PIC ZZZ.ZZ9.                              00011033
                                                                        00011044
       01  WS-LINRES7.                                                  00011055
           05  FILLER         PIC X(20) VALUE 'FUSOES DESFEITAS...:'.   00011066
           05  WS-LINRES7-QTD PIC ZZZ.ZZ9.                              00011077
                                                                        00011088
           EXEC SQL INCLUDE CLIENTE END-EXEC.                           00011100
                                                                        00011200
           EXEC SQL INCLUDE CLIENTEH END-EXEC.                          00011300
                                                                        00011333
           EXEC SQL INCLUDE CLIFUSAO END-EXEC.                          00011366
                                                                        00011400
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00011500
                                                                        00011600
               PERFORM 200-10-LE-RESTLIST THRU 200-10-EXIT              00021200
               GO TO 200-99-EXIT.                                       00021300
                                                                        00021400
           PERFORM 215-00-VERIFICA-FUSAO THRU 215-99-EXIT.              00021404
                                                                        00021408
           IF  SQLCODE NOT EQUAL ZEROS AND                              00021412
               SQLCODE NOT EQUAL +100                                   00021416
               ADD  1              TO WS-CONT-ERROS                     00021420
               MOVE SQLCODE        TO WS-RES-SQLCODE-NR                 00021424
               MOVE WS-RES-SQLCODE TO WS-LINDET-RESULT                  00021428
               WRITE ORB004-REG FROM WS-LINDET AFTER ADVANCING 1 LINE   00021432
               PERFORM 200-10-LE-RESTLIST THRU 200-10-EXIT              00021436
               GO TO 200-99-EXIT.                                       00021440
                                                                        00021444
      *    FUSAO SO E DESFEITA QUANDO A LISTA PEDE EXPLICITAMENTE       00021448
                                                                        00021452
           IF  WS-FUNDIDO AND NOT RST-DESFAZ-FUSAO                      00021456
               ADD  1               TO WS-CONT-FUNDIDOS                 00021460
               MOVE FUS-CODIGO-FICA TO WS-TXT-FUSAO-COD                 00021464
               MOVE WS-TXT-FUSAO    TO WS-LINDET-NOME                   00021468
               MOVE 'FUNDIDO'       TO WS-LINDET-RESULT                 00021472
               WRITE ORB004-REG FROM WS-LINDET AFTER ADVANCING 1 LINE   00021476
               PERFORM 200-10-LE-RESTLIST THRU 200-10-EXIT              00021480
               GO TO 200-99-EXIT.                                       00021484
                                                                        00021488
           PERFORM 220-00-BUSCA-HISTORICO THRU 220-99-EXIT.             00021500
                                                                        00021600
           IF  WS-ERRO-HIST                                             00021610
               GO TO 200-99-EXIT.                                       00022200
                                                                        00022300
           PERFORM 230-00-INSERE-CLIENTE THRU 230-99-EXIT.              00022400
                                                                        00022425
           IF  WS-FUNDIDO AND SQLCODE EQUAL ZEROS                       00022450
               PERFORM 240-00-DESFAZ-FUSAO THRU 240-99-EXIT.            00022475
                                                                        00022500
           WRITE ORB004-REG FROM WS-LINDET AFTER ADVANCING 1 LINE.      00022600
                                                                        00022700
           END-EXEC.                                                    00026000
                                                                        00026100
       210-99-EXIT.                                                     00026200
           EXIT.                                                        00026204
           EJECT                                                        00026208
      ***************************************************************** 00026212
      **       CONFERE SE O CODIGO SAIU NUMA FUSAO (CLIENTE_FUSAO)    * 00026216
      ***************************************************************** 00026220
       215-00-VERIFICA-FUSAO SECTION.                                   00026224
                                                                        00026228
           MOVE 'N'        TO WS-FUNDIDO-SW.                            00026232
           MOVE CODIGO-CLI TO FUS-CODIGO-SAI.                           00026236
                                                                        00026240
           EXEC SQL SELECT FUSAO_CODIGO_FICA                            00026244
                    INTO   :FUS-CODIGO-FICA                             00026248
                    FROM   CLIENTE_FUSAO                                00026252
                    WHERE  FUSAO_CODIGO_SAI = :FUS-CODIGO-SAI           00026256
           END-EXEC.                                                    00026260
                                                                        00026264
           IF  SQLCODE EQUAL ZEROS                                      00026268
               MOVE 'S' TO WS-FUNDIDO-SW.                               00026272
                                                                        00026276
       215-99-EXIT.                                                     00026280
           EXIT.                                                        00026300
           EJECT                                                        00026400
      ***************************************************************** 00026500
           EXIT.                                                        00034200
           EJECT                                                        00034300
      ***************************************************************** 00034400
      **       DESFAZ A FUSAO DO CODIGO RESTAURADO: REMOVE A LINHA    * 00034403
      **       DO CLIENTE_FUSAO PARA O CODIGO VOLTAR A SER TRATADO    * 00034406
      **       COMO CLIENTE PROPRIO NA CONSULTA, NO RETORNO E NO      * 00034409
      **       DELTA                                                  * 00034412
      ***************************************************************** 00034415
       240-00-DESFAZ-FUSAO SECTION.                                     00034418
                                                                        00034421
           EXEC SQL DELETE FROM CLIENTE_FUSAO                           00034424
                    WHERE  FUSAO_CODIGO_SAI = :FUS-CODIGO-SAI           00034427
           END-EXEC.                                                    00034430
                                                                        00034433
      *    COM A FUSAO DESFEITA O CODIGO SAI DOS RESTAURADOS E CONTA    00034436
      *    NA LINHA DA FUSAO                                            00034437
                                                                        00034438
           IF  SQLCODE EQUAL ZEROS                                      00034439
               SUBTRACT 1            FROM WS-CONT-RESTAURADOS           00034440
               ADD  1                TO WS-CONT-DESFUSOES               00034441
               MOVE 'FUSAO DESFEITA' TO WS-LINDET-RESULT                00034442
               GO TO 240-99-EXIT.                                       00034443
                                                                        00034444
           MOVE SQLCODE        TO WS-RES-SQLCODE-NR.                    00034445
           DISPLAY 'ORB004 - ERRO AO DESFAZER A FUSAO DO CODIGO '       00034446
                   CODIGO-CLI-H ' SQLCODE = ' SQLCODE.                  00034447
                                                                        00034448
      *    SEM DESFAZER A FUSAO O CLIENTE NAO PODE FICAR RESTAURADO: O  00034449
      *    CLIENTE_FUSAO CONTINUARIA DESVIANDO O CODIGO PARA O QUE      00034450
      *    FICOU. A LINHA INCLUIDA NO 230 E APAGADA E O CODIGO CONTA    00034451
      *    SO NOS ERROS                                                 00034452
                                                                        00034453
           EXEC SQL DELETE FROM CLIENTE                                 00034454
                    WHERE  CODIGO = :CODIGO-CLI-H                       00034455
           END-EXEC.                                                    00034456
                                                                        00034457
           IF  SQLCODE NOT EQUAL ZEROS                                  00034458
               DISPLAY 'ORB004 - ERRO AO RETIRAR O CODIGO '             00034459
                       CODIGO-CLI-H ' RESTAURADO COM A FUSAO ATIVA, '   00034460
                       'SQLCODE = ' SQLCODE                             00034461
               MOVE 16 TO RETURN-CODE.                                  00034462
                                                                        00034463
           SUBTRACT 1          FROM WS-CONT-RESTAURADOS.                00034464
           ADD  1              TO WS-CONT-ERROS.                        00034465
           MOVE WS-RES-SQLCODE TO WS-LINDET-RESULT.                     00034466
                                                                        00034475
       240-99-EXIT.                                                     00034478
           EXIT.                                                        00034481
           EJECT                                                        00034484
      ***************************************************************** 00034487
      **       COMMIT FINAL, RESUMO DO RELATORIO E FECHAMENTO DOS     * 00034500
      **       ARQUIVOS                                               * 00034600
      ***************************************************************** 00034700
           MOVE WS-CONT-ERROS       TO WS-LINRES5-QTD.                  00036400
           WRITE ORB004-REG FROM WS-LINRES5 AFTER ADVANCING 1 LINE.     00036500
                                                                        00036600
           MOVE WS-CONT-FUNDIDOS    TO WS-LINRES6-QTD.                  00036614
           WRITE ORB004-REG FROM WS-LINRES6 AFTER ADVANCING 1 LINE.     00036628
                                                                        00036642
           MOVE WS-CONT-DESFUSOES   TO WS-LINRES7-QTD.                  00036656
           WRITE ORB004-REG FROM WS-LINRES7 AFTER ADVANCING 1 LINE.     00036670
                                                                        00036684
           CLOSE RESTLIST.                                              00036700
           CLOSE RELATORIO.                                             00036800
                                                                        00036900
           DISPLAY 'ORB004 - SEM HISTORICO........: '                   00037500
                   WS-CONT-SEM-HIST.                                    00037600
           DISPLAY 'ORB004 - ERROS................: ' WS-CONT-ERROS.    00037700
           DISPLAY 'ORB004 - FUNDIDOS RECUSADOS...: '                   00037720
                   WS-CONT-FUNDIDOS.                                    00037740
           DISPLAY 'ORB004 - FUSOES DESFEITAS.....: '                   00037760
                   WS-CONT-DESFUSOES.                                   00037780
                                                                        00037800
       900-99-EXIT.                                                     00037900
           EXIT.                                                        00038000
