      *            * EXTRATO NOTURNO DE CLIENTES PARA O FORNECEDOR   *  00001400
      *            * DE MALA DIRETA (GDG MAILEXT), COM O ESTADO     *   00001500
      *            * RESOLVIDO CONTRA O OR02FILE                    *   00001600
      *            * CLIENTES QUE RECUSARAM A MALA DIRETA POSTAL    *   00001620
      *            * (CLIENTE_CONSENT) SAEM SEM O ENDERECO, OS      *   00001640
      *            * QUE RECUSARAM O EMAIL SAEM SEM O EMAIL E OS    *   00001660
      *            * QUE RECUSARAM OS DOIS CANAIS NAO SAO EXTRAIDOS *   00001680
      *            * O ENDERECO ENVIADO E O DE ENTREGA (TABELA      *   00001685
      *            * CLIENTE_ENDERECO) QUANDO HOUVER E NAO TIVER    *   00001690
      *            * SIDO DEVOLVIDO; SENAO, O PRINCIPAL DO CLIENTE  *   00001695
      *            * O MAILEXT SAI COM HEADER (ARQUIVO, DATA E      *   00001696
      *            * SEQUENCIA) E TRAILER (QUANTIDADE E TOTAL DOS   *   00001697
      *            * CODIGOS); A ULTIMA SEQUENCIA FICA NO RUNCTL    *   00001698
      *            ***************************************************  00001700
                                                                        00001800
       ENVIRONMENT DIVISION.                                            00001900
           05  MAILEXT-CEP         PIC 9(08).                           00005200
           05  MAILEXT-TELEFONE    PIC X(15).                           00005300
           05  MAILEXT-EMAIL       PIC X(40).                           00005400
      *    TIPO DO ENDERECO ENVIADO (P = PRINCIPAL, E = ENTREGA),       00005401
      *    DEVOLVIDO PELO FORNECEDOR NO RETFILE (ORB006). COM ELE       00005402
      *    O REGISTRO TEM 178 POSICOES (LEIAUTE REPETIDO NO ORB022)     00005403
           05  MAILEXT-TIPO-END    PIC X(01).                           00005404
               88  MAILEXT-END-ENTREGA      VALUE 'E'.                  00005405
                                                                        00005410
       FD  RUNCTL                                                       00005420
           LABEL RECORDS ARE STANDARD.                                  00005430
           05  CTL-GRAVADOS            PIC 9(07).                       00005500
           05  CTL-ATUALIZADOS         PIC 9(07).                       00005510
           05  CTL-REJEITADOS          PIC 9(07).                       00005520
           05  CTL-ARQ-SEQ             PIC 9(06).                       00005525
           05  CTL-ARQ-SIT             PIC X(02).                       00005530
           05  FILLER                  PIC X(18).                       00005535
                                                                        00005540
       WORKING-STORAGE SECTION.                                         00005600
       77  WS00-INICIO   PIC X(32) VALUE '*** INICIO DA WORKING ***'.   00005700
               88  WS-FIM-CLIENTE               VALUE 'S'.              00006400
           05  WS-ERRO-ABERTURA-SW    PIC X(01) VALUE 'N'.              00006410
               88  WS-ERRO-ABERTURA             VALUE 'S'.              00006420
           05  WS-ERRO-SQL-SW         PIC X(01) VALUE 'N'.              00006430
               88  WS-ERRO-SQL                  VALUE 'S'.              00006440
           05  WS-ESTADO-INVALIDO-SW  PIC X(01) VALUE 'N'.              00006500
               88  WS-ESTADO-INVALIDO           VALUE 'S'.              00006600
           05  WS-CONS-CORREIO-SW     PIC X(01) VALUE 'S'.              00006620
               88  WS-RECUSA-CORREIO            VALUE 'N'.              00006640
           05  WS-CONS-EMAIL-SW       PIC X(01) VALUE 'S'.              00006660
               88  WS-RECUSA-EMAIL              VALUE 'N'.              00006680
                                                                        00006700
       77  WS-CONT-LIDOS     PIC S9(07) COMP VALUE ZEROS.               00006800
       77  WS-CONT-GRAVADOS  PIC S9(07) COMP VALUE ZEROS.               00006900
       77  WS-CONT-SEM-EST   PIC S9(07) COMP VALUE ZEROS.               00007000
       77  WS-CONT-END-INVAL PIC S9(07) COMP VALUE ZEROS.               00007010
       77  WS-CONT-EMAIL-INV PIC S9(07) COMP VALUE ZEROS.               00007020
       77  WS-CONT-OPT-CORREIO PIC S9(07) COMP VALUE ZEROS.             00007021
       77  WS-CONT-OPT-EMAIL   PIC S9(07) COMP VALUE ZEROS.             00007022
       77  WS-CONT-OPT-AMBOS   PIC S9(07) COMP VALUE ZEROS.             00007023
       77  WS-CONT-END-ENTREGA PIC S9(07) COMP VALUE ZEROS.             00007024
                                                                        00007025
       01  WS-END-ESCOLHIDO.                                            00007026
           05  WS-END-TIPO          PIC X(01) VALUE SPACES.             00007027
               88  WS-END-ENTREGA             VALUE 'E'.                00007028
           05  WS-END-ENDERECO      PIC X(30) VALUE SPACES.             00007029
           05  WS-END-CIDADE        PIC X(20) VALUE SPACES.             00007030
           05  WS-END-ESTADO        PIC X(02) VALUE SPACES.             00007031
           05  WS-END-CEP           PIC S9(08) COMP-3 VALUE ZEROS.      00007032
           05  WS-END-INVALIDO      PIC X(01) VALUE SPACES.             00007033
                                                                        00007034
       01  WS-CTL-ARQUIVO.                                              00007035
           05  WS-ARQ-NOME          PIC X(08) VALUE SPACES.             00007036
           05  WS-ARQ-SEQUENCIA     PIC 9(06) VALUE ZEROS.              00007037
           05  WS-ARQ-QTD           PIC 9(07) VALUE ZEROS.              00007038
           05  WS-ARQ-QTD-TRL       PIC 9(07) VALUE ZEROS.              00007039
           05  WS-ARQ-HASH          PIC 9(15) VALUE ZEROS.              00007040
           05  WS-ARQ-SIT           PIC X(02) VALUE SPACES.             00007041
               88  WS-ARQ-OK                  VALUE 'OK'.               00007042
                                                                        00007043
       01  WS-CTL-CHAVE-AUX.                                            00007044
           05  WS-AUX-JOB           PIC X(08) VALUE SPACES.             00007045
           05  WS-AUX-DATA          PIC X(10) VALUE SPACES.             00007046
                                                                        00007047
       01  WS-CTL-NOVO-SW           PIC X(01) VALUE 'N'.                00007048
           88  WS-CTL-NOVO                    VALUE 'S'.                00007049
                                                                        00007050
       01  WS-REG-CONTROLE.                                             00007051
           05  WS-RCT-ID            PIC X(07).                          00007052
               88  WS-RCT-HEADER              VALUE 'HEADER '.          00007053
               88  WS-RCT-TRAILER             VALUE 'TRAILER'.          00007054
           05  FILLER               PIC X(01).                          00007055
           05  WS-RCT-ARQUIVO       PIC X(08).                          00007056
           05  FILLER               PIC X(01).                          00007057
           05  WS-RCT-DATA          PIC X(10).                          00007058
           05  FILLER               PIC X(01).                          00007059
           05  WS-RCT-SEQUENCIA     PIC 9(06).                          00007060
           05  FILLER               PIC X(01).                          00007061
           05  WS-RCT-QTD           PIC 9(09).                          00007062
           05  FILLER               PIC X(01).                          00007063
           05  WS-RCT-HASH          PIC 9(15).                          00007064
                                                                        00007100
           EXEC SQL INCLUDE CLIENTE END-EXEC.                           00007200
                                                                        00007233
           EXEC SQL INCLUDE CONSENT END-EXEC.                           00007266
                                                                        00007277
           EXEC SQL INCLUDE CLIENDER END-EXEC.                          00007288
                                                                        00007300
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00007400
                                                                        00007500
           EXIT.                                                        00009498
           EJECT                                                        00009500
      ***************************************************************** 00009500
      **       SEQUENCIA DO ARQUIVO DE INTERFACE (WS-ARQ-NOME): A     * 00009504
      **       ULTIMA GERADA FICA NO RUNCTL, NO REGISTRO DO           * 00009506
      **       ARQUIVO COM DATA 0001-01-01; ESTA EXECUCAO USA A       * 00009508
      **       SEGUINTE. SEM O RUNCTL A SEQUENCIA SAI ZERADA          * 00009510
      ***************************************************************** 00009512
       060-00-PROXIMA-SEQUENCIA SECTION.                                00009514
                                                                        00009516
           ACCEPT WS-DATA-AMD FROM DATE YYYYMMDD.                       00009518
           MOVE WS-AMD-ANO TO WS-HOJE-ANO.                              00009520
           MOVE WS-AMD-MES TO WS-HOJE-MES.                              00009522
           MOVE WS-AMD-DIA TO WS-HOJE-DIA.                              00009524
                                                                        00009526
           MOVE ZEROS TO WS-ARQ-SEQUENCIA.                              00009528
                                                                        00009530
           IF  NOT WS-RUNCTL-ABERTO                                     00009532
               DISPLAY 'ORB003 - RUNCTL INDISPONIVEL, O ' WS-ARQ-NOME   00009534
                       ' SAI COM SEQUENCIA ZERO'                        00009536
               GO TO 060-99-EXIT.                                       00009538
                                                                        00009540
           MOVE WS-ARQ-NOME  TO CTL-JOB.                                00009542
           MOVE '0001-01-01' TO CTL-DATA.                               00009544
                                                                        00009546
           READ RUNCTL                                                  00009548
               INVALID KEY                                              00009550
                   MOVE 1 TO WS-ARQ-SEQUENCIA                           00009552
                   GO TO 060-99-EXIT.                                   00009554
                                                                        00009556
           COMPUTE WS-ARQ-SEQUENCIA = CTL-ARQ-SEQ + 1.                  00009558
                                                                        00009560
       060-99-EXIT.                                                     00009562
           EXIT.                                                        00009564
           EJECT                                                        00009566
      ***************************************************************** 00009568
      **       ABERTURA DE ARQUIVOS E DO CURSOR, LEITURA DO           * 00009600
      **       PRIMEIRO CLIENTE                                      *  00009700
      ***************************************************************** 00009800
                ORDER BY CODIGO                                         00010800
           END-EXEC.                                                    00010900
                                                                        00011000
           MOVE 'MAILEXT' TO WS-ARQ-NOME.                               00011020
           PERFORM 060-00-PROXIMA-SEQUENCIA THRU 060-99-EXIT.           00011040
           PERFORM 110-00-GRAVA-HEADER     THRU 110-99-EXIT.            00011060
                                                                        00011080
           EXEC SQL OPEN CUR-CLIENTE END-EXEC.                          00011100
                                                                        00011200
           IF  SQLCODE NOT EQUAL ZEROS                                  00011300
           EXIT.                                                        00012100
           EJECT                                                        00012200
      ***************************************************************** 00012300
      **       HEADER DO MAILEXT: NOME DO ARQUIVO, DATA DE HOJE E     * 00012305
      **       SEQUENCIA DESTA EXECUCAO                               * 00012310
      ***************************************************************** 00012315
       110-00-GRAVA-HEADER SECTION.                                     00012320
                                                                        00012325
           MOVE SPACES           TO WS-REG-CONTROLE.                    00012330
           MOVE 'HEADER '        TO WS-RCT-ID.                          00012335
           MOVE WS-ARQ-NOME      TO WS-RCT-ARQUIVO.                     00012340
           MOVE WS-DATA-HOJE     TO WS-RCT-DATA.                        00012345
           MOVE WS-ARQ-SEQUENCIA TO WS-RCT-SEQUENCIA.                   00012350
           MOVE ZEROS            TO WS-RCT-QTD WS-RCT-HASH.             00012355
                                                                        00012360
           WRITE MAILEXT-REG FROM WS-REG-CONTROLE.                      00012365
                                                                        00012370
       110-99-EXIT.                                                     00012375
           EXIT.                                                        00012380
           EJECT                                                        00012385
      ***************************************************************** 00012390
      **       RESOLVE O NOME DO ESTADO CONTRA O OR02FILE E GRAVA     * 00012400
      **       O REGISTRO DO EXTRATO PARA O FORNECEDOR DE MALA       *  00012500
      **       DIRETA                                                *  00012600
                                                                        00012900
           ADD 1 TO WS-CONT-LIDOS.                                      00013000
                                                                        00013100
           PERFORM 220-00-ESCOLHE-ENDERECO THRU 220-99-EXIT.            00013105
                                                                        00013110
           IF  WS-END-INVALIDO EQUAL 'S'                                00013115
               ADD 1 TO WS-CONT-END-INVAL                               00013120
               PERFORM 200-10-LE-CLIENTE THRU 200-10-EXIT               00013130
               GO TO 200-99-EXIT.                                       00013140
                                                                        00013150
           MOVE 'C' TO CONS-CANAL-CNS.                                  00013153
           PERFORM 210-00-LE-CONSENT THRU 210-99-EXIT.                  00013156
           MOVE CONS-SITUACAO-CNS TO WS-CONS-CORREIO-SW.                00013159
                                                                        00013162
           MOVE 'E' TO CONS-CANAL-CNS.                                  00013165
           PERFORM 210-00-LE-CONSENT THRU 210-99-EXIT.                  00013168
           MOVE CONS-SITUACAO-CNS TO WS-CONS-EMAIL-SW.                  00013171
                                                                        00013174
           IF  WS-RECUSA-CORREIO AND WS-RECUSA-EMAIL                    00013177
               ADD 1 TO WS-CONT-OPT-AMBOS                               00013180
               PERFORM 200-10-LE-CLIENTE THRU 200-10-EXIT               00013183
               GO TO 200-99-EXIT.                                       00013186
                                                                        00013189
           MOVE 'N'        TO WS-ESTADO-INVALIDO-SW.                    00013200
           MOVE WS-END-ESTADO TO OR02-SIGLA.                            00013300
                                                                        00013400
           READ OR02FILE                                                00013500
               INVALID KEY                                              00013600
                                                                        00013800
           MOVE CODIGO-CLI    TO MAILEXT-CODIGO.                        00013900
           MOVE NOME-CLI      TO MAILEXT-NOME.                          00014000
           MOVE WS-END-ENDERECO TO MAILEXT-ENDERECO.                    00014100
           MOVE WS-END-CIDADE   TO MAILEXT-CIDADE.                      00014200
           MOVE WS-END-ESTADO   TO MAILEXT-ESTADO.                      00014300
           MOVE WS-END-CEP      TO MAILEXT-CEP.                         00014400
           MOVE TELEFONE-CLI  TO MAILEXT-TELEFONE.                      00014500
           MOVE EMAIL-CLI     TO MAILEXT-EMAIL.                         00014600
           MOVE WS-END-TIPO   TO MAILEXT-TIPO-END.                      00014605
                                                                        00014610
           IF  EMAIL-INVALIDO-CLI EQUAL 'S'                             00014620
               ADD  1      TO WS-CONT-EMAIL-INV                         00014630
               MOVE SPACES TO MAILEXT-EMAIL.                            00014632
                                                                        00014634
           IF  WS-RECUSA-EMAIL                                          00014636
               ADD  1      TO WS-CONT-OPT-EMAIL                         00014638
               MOVE SPACES TO MAILEXT-EMAIL.                            00014640
                                                                        00014700
           IF  WS-ESTADO-INVALIDO                                       00014800
           ELSE                                                         00015100
               MOVE OR02-NOME-EST TO MAILEXT-NOME-EST.                  00015200
                                                                        00015300
           IF  WS-RECUSA-CORREIO                                        00015310
               ADD  1      TO WS-CONT-OPT-CORREIO                       00015320
               MOVE SPACES TO MAILEXT-ENDERECO                          00015330
               MOVE SPACES TO MAILEXT-CIDADE                            00015340
               MOVE SPACES TO MAILEXT-ESTADO                            00015350
               MOVE SPACES TO MAILEXT-NOME-EST                          00015360
               MOVE ZEROS  TO MAILEXT-CEP                               00015370
               MOVE SPACES TO MAILEXT-TIPO-END.                         00015380
                                                                        00015390
           WRITE MAILEXT-REG.                                           00015400
           ADD 1 TO WS-CONT-GRAVADOS.                                   00015500
           ADD CODIGO-CLI TO WS-ARQ-HASH.                               00015512
                                                                        00015525
           IF  MAILEXT-END-ENTREGA                                      00015550
               ADD 1 TO WS-CONT-END-ENTREGA.                            00015575
                                                                        00015600
           PERFORM 200-10-LE-CLIENTE THRU 200-10-EXIT.                  00015700
                                                                        00015800
               ELSE                                                     00017460
                   DISPLAY 'ORB003 - ERRO NO FETCH DE CUR-CLIENTE, '    00017470
                           'SQLCODE = ' SQLCODE                         00017480
                   MOVE 'S' TO WS-ERRO-SQL-SW                           00017500
                   MOVE 'S' TO WS-FIM-CLIENTE-SW.                       00017600
                                                                        00017700
           GO TO 200-10-EXIT.                                           00017800
           EXIT.                                                        00018100
           EJECT                                                        00018200
      ***************************************************************** 00018300
      **       CONSULTA O CONSENTIMENTO DO CLIENTE NO CANAL PEDIDO EM * 00018301
      **       CONS-CANAL-CNS. SEM LINHA NA CLIENTE_CONSENT VALE O    * 00018302
      **       CONSENTIMENTO; COM ERRO DE SQL O CANAL E RETIDO, PARA  * 00018303
      **       NADA SAIR PARA QUEM PODE TER RECUSADO                  * 00018304
      ***************************************************************** 00018305
       210-00-LE-CONSENT SECTION.                                       00018306
                                                                        00018307
           MOVE CODIGO-CLI TO CONS-CODIGO-CNS.                          00018308
                                                                        00018309
           EXEC SQL SELECT CONS_SITUACAO                                00018310
                    INTO   :CONS-SITUACAO-CNS                           00018311
                    FROM   CLIENTE_CONSENT                              00018312
                    WHERE  CONS_CODIGO = :CONS-CODIGO-CNS               00018313
                      AND  CONS_CANAL  = :CONS-CANAL-CNS                00018314
           END-EXEC.                                                    00018315
                                                                        00018316
           IF  SQLCODE EQUAL ZEROS                                      00018317
               GO TO 210-99-EXIT.                                       00018318
                                                                        00018319
           IF  SQLCODE EQUAL +100                                       00018320
               MOVE 'S' TO CONS-SITUACAO-CNS                            00018321
               GO TO 210-99-EXIT.                                       00018322
                                                                        00018323
           DISPLAY 'ORB003 - ERRO NA LEITURA DA CLIENTE_CONSENT, '      00018324
                   'CODIGO ' CODIGO-CLI ' SQLCODE = ' SQLCODE.          00018325
           MOVE 'N' TO CONS-SITUACAO-CNS.                               00018326
                                                                        00018327
           GO TO 210-99-EXIT.                                           00018328
                                                                        00018329
       210-99-EXIT.                                                     00018330
           EXIT.                                                        00018331
           EJECT                                                        00018332
      ***************************************************************** 00018333
      **       ESCOLHE O ENDERECO A ENVIAR: O DE ENTREGA (CLIENTE_    * 00018334
      **       ENDERECO TIPO 'E') SE EXISTIR E NAO ESTIVER MARCADO    * 00018335
      **       COMO DEVOLVIDO; SENAO O PRINCIPAL. COM ERRO DE SQL     * 00018336
      **       FICA O PRINCIPAL, QUE TAMBEM E DO CLIENTE              * 00018337
      ***************************************************************** 00018338
       220-00-ESCOLHE-ENDERECO SECTION.                                 00018339
                                                                        00018340
           MOVE 'P'                   TO WS-END-TIPO.                   00018341
           MOVE ENDERECO-CLI          TO WS-END-ENDERECO.               00018342
           MOVE CIDADE-CLI            TO WS-END-CIDADE.                 00018343
           MOVE ESTADO-CLI            TO WS-END-ESTADO.                 00018344
           MOVE CEP-CLI               TO WS-END-CEP.                    00018345
           MOVE ENDERECO-INVALIDO-CLI TO WS-END-INVALIDO.               00018346
                                                                        00018347
           MOVE CODIGO-CLI TO ENDT-CODIGO.                              00018348
           MOVE 'E'        TO ENDT-TIPO.                                00018349
                                                                        00018350
           EXEC SQL SELECT ENDT_ENDERECO,                               00018351
                           ENDT_CIDADE,                                 00018352
                           ENDT_ESTADO,                                 00018353
                           ENDT_CEP,                                    00018354
                           ENDT_INVALIDO                                00018355
                    INTO   :ENDT-ENDERECO,                              00018356
                           :ENDT-CIDADE,                                00018357
                           :ENDT-ESTADO,                                00018358
                           :ENDT-CEP,                                   00018359
                           :ENDT-INVALIDO                               00018360
                    FROM   CLIENTE_ENDERECO                             00018361
                    WHERE  ENDT_CODIGO = :ENDT-CODIGO                   00018362
                      AND  ENDT_TIPO   = :ENDT-TIPO                     00018363
           END-EXEC.                                                    00018364
                                                                        00018365
           IF  SQLCODE EQUAL +100                                       00018366
               GO TO 220-99-EXIT.                                       00018367
                                                                        00018368
           IF  SQLCODE NOT EQUAL ZEROS                                  00018369
               DISPLAY 'ORB003 - ERRO NA LEITURA DA CLIENTE_ENDERECO, ' 00018370
                       'CODIGO ' CODIGO-CLI ' SQLCODE = ' SQLCODE       00018371
               GO TO 220-99-EXIT.                                       00018372
                                                                        00018373
           IF  ENDT-INVALIDO EQUAL 'S'                                  00018374
               GO TO 220-99-EXIT.                                       00018375
                                                                        00018376
           MOVE 'E'                   TO WS-END-TIPO.                   00018377
           MOVE ENDT-ENDERECO         TO WS-END-ENDERECO.               00018378
           MOVE ENDT-CIDADE           TO WS-END-CIDADE.                 00018379
           MOVE ENDT-ESTADO           TO WS-END-ESTADO.                 00018380
           MOVE ENDT-CEP              TO WS-END-CEP.                    00018381
           MOVE 'N'                   TO WS-END-INVALIDO.               00018382
                                                                        00018383
           GO TO 220-99-EXIT.                                           00018384
                                                                        00018385
       220-99-EXIT.                                                     00018386
           EXIT.                                                        00018387
           EJECT                                                        00018388
      ***************************************************************** 00018389
      **       FECHAMENTO DO CURSOR E DOS ARQUIVOS, RESUMO FINAL DO   * 00018400
      **       PROCESSAMENTO                                         *  00018500
      ***************************************************************** 00018600
           EXEC SQL CLOSE CUR-CLIENTE END-EXEC.                         00018900
                                                                        00019000
           CLOSE OR02FILE.                                              00019100
                                                                        00019110
      *    COM ERRO NO FETCH O MAILEXT FICA SEM TRAILER, O RUNCTL NAO   00019115
      *    E GRAVADO E A SEQUENCIA NAO AVANCA: O ARQUIVO INCOMPLETO E   00019120
      *    RECUSADO POR QUEM O RECEBE E A REEXECUCAO NAO E BARRADA      00019125
           IF  NOT WS-ERRO-SQL                                          00019140
               PERFORM 910-00-GRAVA-TRAILER THRU 910-99-EXIT.           00019150
           CLOSE MAILEXT.                                               00019200
                                                                        00019250
           IF  WS-ERRO-SQL                                              00019252
               DISPLAY 'ORB003 - ERRO DE SQL NA EXECUCAO. '             00019254
                       'MAILEXT INCOMPLETO; REEXECUTAR O JOB'           00019255
               MOVE 16 TO RETURN-CODE                                   00019256
           ELSE                                                         00019258
               PERFORM 950-00-GRAVA-RUNCTL THRU 950-99-EXIT.            00019260
                                                                        00019300
           IF  WS-ERRO-SQL AND WS-RUNCTL-ABERTO                         00019310
               CLOSE RUNCTL.                                            00019320
                                                                        00019330
           DISPLAY 'ORB003 - CLIENTES LIDOS.......: ' WS-CONT-LIDOS.    00019400
           DISPLAY 'ORB003 - REGISTROS GRAVADOS...: ' WS-CONT-GRAVADOS. 00019500
           DISPLAY 'ORB003 - SEM ESTADO NO OR02FILE: ' WS-CONT-SEM-EST. 00019600
                   WS-CONT-END-INVAL.                                   00019620
           DISPLAY 'ORB003 - EMAIL INVALIDO.......: '                   00019630
                   WS-CONT-EMAIL-INV.                                   00019640
           DISPLAY 'ORB003 - OPT-OUT CORREIO......: '                   00019648
                   WS-CONT-OPT-CORREIO.                                 00019656
           DISPLAY 'ORB003 - OPT-OUT EMAIL........: '                   00019664
                   WS-CONT-OPT-EMAIL.                                   00019672
           DISPLAY 'ORB003 - OPT-OUT NAO EXTRAIDOS: '                   00019680
                   WS-CONT-OPT-AMBOS.                                   00019688
           DISPLAY 'ORB003 - ENDERECO DE ENTREGA..: '                   00019692
                   WS-CONT-END-ENTREGA.                                 00019696
           DISPLAY 'ORB003 - SEQUENCIA DO MAILEXT.: '                   00019697
                   WS-ARQ-SEQUENCIA.                                    00019698
                                                                        00019700
       900-99-EXIT.                                                     00019800
           EXIT.                                                        00019804
           EJECT                                                        00019808
      ***************************************************************** 00019812
      **       TRAILER DO MAILEXT: QUANTIDADE DE REGISTROS            * 00019816
      **       GRAVADOS E TOTAL DOS CODIGOS (HASH)                    * 00019820
      ***************************************************************** 00019824
       910-00-GRAVA-TRAILER SECTION.                                    00019828
                                                                        00019832
           MOVE WS-CONT-GRAVADOS TO WS-ARQ-QTD.                         00019836
           MOVE WS-CONT-GRAVADOS TO WS-ARQ-QTD-TRL.                     00019840
           MOVE 'OK'             TO WS-ARQ-SIT.                         00019844
                                                                        00019848
           MOVE SPACES           TO WS-REG-CONTROLE.                    00019852
           MOVE 'TRAILER'        TO WS-RCT-ID.                          00019856
           MOVE WS-ARQ-NOME      TO WS-RCT-ARQUIVO.                     00019860
           MOVE WS-DATA-HOJE     TO WS-RCT-DATA.                        00019864
           MOVE WS-ARQ-SEQUENCIA TO WS-RCT-SEQUENCIA.                   00019868
           MOVE WS-ARQ-QTD       TO WS-RCT-QTD.                         00019872
           MOVE WS-ARQ-HASH      TO WS-RCT-HASH.                        00019876
                                                                        00019880
           WRITE MAILEXT-REG FROM WS-REG-CONTROLE.                      00019884
                                                                        00019888
       910-99-EXIT.                                                     00019892
           EXIT.                                                        00019900
           EJECT                                                        00019910
      ***************************************************************** 00019920
      **       GRAVA O REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) COM  * 00019930
      **       OS CONTADORES DO JOB, PARA O DUPLO-PROCESSAMENTO E O   * 00019940
      **       BATIMENTO DA NOITE (ORB015). OS CLIENTES SUPRIMIDOS    * 00019950
      **       POR ENDERECO INVALIDO E OS QUE RECUSARAM OS DOIS       * 00019956
      **       CANAIS SAEM COMO REJEITADOS                            * 00019962
      ***************************************************************** 00019970
       950-00-GRAVA-RUNCTL SECTION.                                     00019972
                                                                        00019974
           MOVE WS-CONT-LIDOS    TO CTL-LIDOS.                          00019990
           MOVE WS-CONT-GRAVADOS TO CTL-GRAVADOS.                       00019992
           MOVE ZEROS            TO CTL-ATUALIZADOS.                    00019994
           COMPUTE CTL-REJEITADOS =                                     00019996
               WS-CONT-END-INVAL + WS-CONT-OPT-AMBOS.                   00019998
                                                                        00020000
           WRITE RUNCTL-REG                                             00020002
               INVALID KEY                                              00020004
                   DISPLAY 'ORB003 - ERRO AO GRAVAR O RUNCTL, '         00020006
                           'FILE STATUS = ' WS-RUNCTL-STATUS.           00020008
                                                                        00020009
           PERFORM 960-00-GRAVA-CTL-ARQUIVO THRU 960-99-EXIT.           00020010
                                                                        00020011
           CLOSE RUNCTL.                                                00020012
                                                                        00020014
       950-99-EXIT.                                                     00020016
           EXIT.                                                        00020018
           EJECT                                                        00020118
      ***************************************************************** 00020218
      **       GRAVA NO RUNCTL O CONTROLE DO ARQUIVO DE               * 00020318
      **       INTERFACE: O REGISTRO DO DIA (NOME DO ARQUIVO +        * 00020418
      **       DATA DE HOJE) COM A SEQUENCIA, A QUANTIDADE            * 00020518
      **       CONTADA (LIDOS), A DO TRAILER (GRAVADOS) E A           * 00020618
      **       SITUACAO, PARA O BATIMENTO DA NOITE (ORB015); E,       * 00020718
      **       COM O ARQUIVO ACEITO, A ULTIMA SEQUENCIA NO            * 00020818
      **       REGISTRO DO ARQUIVO COM DATA 0001-01-01                * 00020918
      ***************************************************************** 00021018
       960-00-GRAVA-CTL-ARQUIVO SECTION.                                00021118
                                                                        00021218
           IF  NOT WS-RUNCTL-ABERTO                                     00021318
               GO TO 960-99-EXIT.                                       00021418
                                                                        00021518
           MOVE WS-ARQ-NOME  TO WS-AUX-JOB.                             00021618
           MOVE WS-DATA-HOJE TO WS-AUX-DATA.                            00021718
           PERFORM 965-00-GRAVA-CHAVE THRU 965-99-EXIT.                 00021818
                                                                        00021918
           IF  NOT WS-ARQ-OK                                            00022018
               GO TO 960-99-EXIT.                                       00022118
                                                                        00022218
           MOVE '0001-01-01' TO WS-AUX-DATA.                            00022318
           PERFORM 965-00-GRAVA-CHAVE THRU 965-99-EXIT.                 00022418
                                                                        00022518
       960-99-EXIT.                                                     00022618
           EXIT.                                                        00022718
                                                                        00022818
       965-00-GRAVA-CHAVE SECTION.                                      00022918
                                                                        00023018
           MOVE WS-CTL-CHAVE-AUX TO CTL-CHAVE.                          00023118
           MOVE 'N'              TO WS-CTL-NOVO-SW.                     00023218
                                                                        00023318
           READ RUNCTL                                                  00023418
               INVALID KEY                                              00023518
                   MOVE 'S' TO WS-CTL-NOVO-SW.                          00023618
                                                                        00023718
           MOVE SPACES           TO RUNCTL-REG.                         00023818
           MOVE WS-CTL-CHAVE-AUX TO CTL-CHAVE.                          00023918
           MOVE 'ORB003'         TO CTL-INPUT.                          00024018
           MOVE WS-ARQ-QTD       TO CTL-LIDOS.                          00024118
           MOVE WS-ARQ-QTD-TRL   TO CTL-GRAVADOS.                       00024218
           MOVE ZEROS            TO CTL-ATUALIZADOS CTL-REJEITADOS.     00024318
           MOVE WS-ARQ-SEQUENCIA TO CTL-ARQ-SEQ.                        00024418
           MOVE WS-ARQ-SIT       TO CTL-ARQ-SIT.                        00024518
                                                                        00024618
           IF  WS-CTL-NOVO                                              00024718
               WRITE RUNCTL-REG                                         00024818
                   INVALID KEY                                          00024918
                       DISPLAY 'ORB003 - ERRO AO GRAVAR O RUNCTL, '     00025018
                               'FILE STATUS = ' WS-RUNCTL-STATUS        00025118
           ELSE                                                         00025218
               REWRITE RUNCTL-REG                                       00025318
                   INVALID KEY                                          00025418
                       DISPLAY 'ORB003 - ERRO AO REGRAVAR O RUNCTL, '   00025518
                               'FILE STATUS = ' WS-RUNCTL-STATUS.       00025618
                                                                        00025718
       965-99-EXIT.                                                     00025818
           EXIT.                                                        00025918
