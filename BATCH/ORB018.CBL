      *            * PULADOS. CADA TIPO DE CARTA SAI EM ARQUIVO      *  00001200
      *            * PROPRIO PRONTO PARA IMPRESSAO, COM RELATORIO    *  00001300
      *            * DE CONTROLE DO QUE FOI GERADO E PULADO          *  00001400
      *            * CLIENTES QUE RECUSARAM A CORRESPONDENCIA        *  00001425
      *            * POSTAL (CLIENTE_CONSENT, CANAL 'C') TAMBEM      *  00001450
      *            * SAO PULADOS E CONTADOS A PARTE                  *  00001475
      *            * A CARTA VAI PARA O ENDERECO DE ENTREGA          *  00001481
      *            * (CLIENTE_ENDERECO) QUANDO HOUVER E NAO ESTIVER  *  00001487
      *            * DEVOLVIDO; SENAO, PARA O PRINCIPAL DO CLIENTE   *  00001493
      *            * CADA ARQUIVO DE CARTAS TEM HEADER (ARQUIVO, DATA*  00001494
      *            * E SEQUENCIA) NA PRIMEIRA LINHA E TRAILER        *  00001495
      *            * (QUANTIDADE DE CARTAS E TOTAL DOS CODIGOS) NA   *  00001496
      *            * ULTIMA; A ULTIMA SEQUENCIA FICA NO RUNCTL       *  00001497
      *            ***************************************************  00001500
                                                                        00001600
       ENVIRONMENT DIVISION.                                            00001700
           05  CTL-GRAVADOS            PIC 9(07).                       00005960
           05  CTL-ATUALIZADOS         PIC 9(07).                       00005962
           05  CTL-REJEITADOS          PIC 9(07).                       00005964
           05  CTL-ARQ-SEQ             PIC 9(06).                       00005973
           05  CTL-ARQ-SIT             PIC X(02).                       00005982
           05  FILLER                  PIC X(18).                       00005991
                                                                        00006000
       WORKING-STORAGE SECTION.                                         00006100
       77  WS00-INICIO   PIC X(32) VALUE '*** INICIO DA WORKING ***'.   00006200
               88  WS-ERRO-ABERTURA             VALUE 'S'.              00007300
           05  WS-ERRO-SQL-SW         PIC X(01) VALUE 'N'.              00007310
               88  WS-ERRO-SQL                  VALUE 'S'.              00007320
           05  WS-END-ENTREGA-SW      PIC X(01) VALUE 'N'.              00007346
               88  WS-END-ENTREGA               VALUE 'S'.              00007372
                                                                        00007400
       77  WS-CONT-LIDOS     PIC S9(07) COMP VALUE ZEROS.               00007500
       77  WS-CONT-BEMVINDO  PIC S9(07) COMP VALUE ZEROS.               00007600
       77  WS-CONT-REATIVA   PIC S9(07) COMP VALUE ZEROS.               00007700
       77  WS-CONT-SEM-END   PIC S9(07) COMP VALUE ZEROS.               00007800
       77  WS-CONT-NAO-ENC   PIC S9(07) COMP VALUE ZEROS.               00007900
       77  WS-CONT-OPT-OUT   PIC S9(07) COMP VALUE ZEROS.               00007950
       77  WS-CONT-ENTREGA   PIC S9(07) COMP VALUE ZEROS.               00007975
                                                                        00007979
       77  WS-SEQ-CARTAINC   PIC 9(06) VALUE ZEROS.                     00007983
       77  WS-SEQ-CARTAREA   PIC 9(06) VALUE ZEROS.                     00007987
       77  WS-HASH-CARTAINC  PIC 9(15) VALUE ZEROS.                     00007991
       77  WS-HASH-CARTAREA  PIC 9(15) VALUE ZEROS.                     00007995
                                                                        00008000
       01  WS-CEP-ED         PIC 9(08) VALUE ZEROS.                     00008100
                                                                        00008110
           05  FILLER         PIC X(22) VALUE 'NAO ENCONTRADOS......:'. 00016600
           05  WS-LINRES5-QTD PIC ZZZ.ZZ9.                              00016700
                                                                        00016800
       01  WS-LINRES6.                                                  00016802
           05  FILLER         PIC X(22) VALUE 'RETIDAS POR OPT-OUT..:'. 00016804
           05  WS-LINRES6-QTD PIC ZZZ.ZZ9.                              00016806
                                                                        00016808
       01  WS-LINRES7.                                                  00016810
           05  FILLER         PIC X(22) VALUE 'CARTAS END. ENTREGA..:'. 00016812
           05  WS-LINRES7-QTD PIC ZZZ.ZZ9.                              00016814
                                                                        00016816
       01  WS-CTL-ARQUIVO.                                              00016818
           05  WS-ARQ-NOME          PIC X(08) VALUE SPACES.             00016820
           05  WS-ARQ-SEQUENCIA     PIC 9(06) VALUE ZEROS.              00016822
           05  WS-ARQ-QTD           PIC 9(07) VALUE ZEROS.              00016824
           05  WS-ARQ-QTD-TRL       PIC 9(07) VALUE ZEROS.              00016826
           05  WS-ARQ-HASH          PIC 9(15) VALUE ZEROS.              00016828
           05  WS-ARQ-SIT           PIC X(02) VALUE SPACES.             00016830
               88  WS-ARQ-OK                  VALUE 'OK'.               00016832
                                                                        00016834
       01  WS-CTL-CHAVE-AUX.                                            00016836
           05  WS-AUX-JOB           PIC X(08) VALUE SPACES.             00016838
           05  WS-AUX-DATA          PIC X(10) VALUE SPACES.             00016840
                                                                        00016842
       01  WS-CTL-NOVO-SW           PIC X(01) VALUE 'N'.                00016844
           88  WS-CTL-NOVO                    VALUE 'S'.                00016846
                                                                        00016848
       01  WS-REG-CONTROLE.                                             00016850
           05  WS-RCT-ID            PIC X(07).                          00016852
               88  WS-RCT-HEADER              VALUE 'HEADER '.          00016854
               88  WS-RCT-TRAILER             VALUE 'TRAILER'.          00016856
           05  FILLER               PIC X(01).                          00016858
           05  WS-RCT-ARQUIVO       PIC X(08).                          00016860
           05  FILLER               PIC X(01).                          00016862
           05  WS-RCT-DATA          PIC X(10).                          00016864
           05  FILLER               PIC X(01).                          00016866
           05  WS-RCT-SEQUENCIA     PIC 9(06).                          00016868
           05  FILLER               PIC X(01).                          00016870
           05  WS-RCT-QTD           PIC 9(09).                          00016872
           05  FILLER               PIC X(01).                          00016874
           05  WS-RCT-HASH          PIC 9(15).                          00016876
                                                                        00016878
           EXEC SQL INCLUDE CLIENTE END-EXEC.                           00016900
                                                                        00017000
           EXEC SQL INCLUDE CLIENTEH END-EXEC.                          00017100
                                                                        00017133
           EXEC SQL INCLUDE CONSENT END-EXEC.                           00017166
                                                                        00017177
           EXEC SQL INCLUDE CLIENDER END-EXEC.                          00017188
                                                                        00017200
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00017300
                                                                        00017400
           EXIT.                                                        00019351
           EJECT                                                        00019352
      ***************************************************************** 00019400
      **       SEQUENCIA DO ARQUIVO DE INTERFACE (WS-ARQ-NOME): A     * 00019402
      **       ULTIMA GERADA FICA NO RUNCTL, NO REGISTRO DO           * 00019404
      **       ARQUIVO COM DATA 0001-01-01; ESTA EXECUCAO USA A       * 00019406
      **       SEGUINTE. SEM O RUNCTL A SEQUENCIA SAI ZERADA          * 00019408
      ***************************************************************** 00019410
       060-00-PROXIMA-SEQUENCIA SECTION.                                00019412
                                                                        00019414
           ACCEPT WS-DATA-AMD FROM DATE YYYYMMDD.                       00019416
           MOVE WS-AMD-ANO TO WS-HOJE-ANO.                              00019418
           MOVE WS-AMD-MES TO WS-HOJE-MES.                              00019420
           MOVE WS-AMD-DIA TO WS-HOJE-DIA.                              00019422
                                                                        00019424
           MOVE ZEROS TO WS-ARQ-SEQUENCIA.                              00019426
                                                                        00019428
           IF  NOT WS-RUNCTL-ABERTO                                     00019430
               DISPLAY 'ORB018 - RUNCTL INDISPONIVEL, O ' WS-ARQ-NOME   00019432
                       ' SAI COM SEQUENCIA ZERO'                        00019434
               GO TO 060-99-EXIT.                                       00019436
                                                                        00019438
           MOVE WS-ARQ-NOME  TO CTL-JOB.                                00019440
           MOVE '0001-01-01' TO CTL-DATA.                               00019442
                                                                        00019444
           READ RUNCTL                                                  00019446
               INVALID KEY                                              00019448
                   MOVE 1 TO WS-ARQ-SEQUENCIA                           00019450
                   GO TO 060-99-EXIT.                                   00019452
                                                                        00019454
           COMPUTE WS-ARQ-SEQUENCIA = CTL-ARQ-SEQ + 1.                  00019456
                                                                        00019458
       060-99-EXIT.                                                     00019460
           EXIT.                                                        00019462
           EJECT                                                        00019464
      ***************************************************************** 00019466
      **       ABERTURA DOS ARQUIVOS E DO CURSOR DE INCLUSOES E       * 00019500
      **       REATIVACOES DA JANELA NO CLIENTE_HIST                  * 00019600
      ***************************************************************** 00019700
               MOVE 'S' TO WS-FIM-CURSOR-SW                             00022900
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00023000
               GO TO 100-99-EXIT.                                       00023100
                                                                        00023109
           MOVE 'CARTAINC'       TO WS-ARQ-NOME.                        00023118
           PERFORM 060-00-PROXIMA-SEQUENCIA THRU 060-99-EXIT.           00023127
           MOVE WS-ARQ-SEQUENCIA TO WS-SEQ-CARTAINC.                    00023136
           PERFORM 110-00-GRAVA-HEADER     THRU 110-99-EXIT.            00023145
                                                                        00023154
           MOVE 'CARTAREA'       TO WS-ARQ-NOME.                        00023163
           PERFORM 060-00-PROXIMA-SEQUENCIA THRU 060-99-EXIT.           00023172
           MOVE WS-ARQ-SEQUENCIA TO WS-SEQ-CARTAREA.                    00023181
           PERFORM 110-00-GRAVA-HEADER     THRU 110-99-EXIT.            00023190
                                                                        00023200
           PERFORM 120-00-LE-CONTROLE THRU 120-99-EXIT.                 00023202
                                                                        00023204
           PERFORM 200-10-LE-EVENTO THRU 200-10-EXIT.                   00025200
                                                                        00025300
       100-99-EXIT.                                                     00025400
           EXIT.                                                        00025404
           EJECT                                                        00025408
      ***************************************************************** 00025412
      **       HEADER DO ARQUIVO DE CARTAS EM WS-ARQ-NOME: NOME       * 00025416
      **       DO ARQUIVO, DATA DE HOJE E SEQUENCIA DESTA             * 00025420
      **       EXECUCAO, NA PRIMEIRA LINHA DO ARQUIVO                 * 00025424
      ***************************************************************** 00025428
       110-00-GRAVA-HEADER SECTION.                                     00025432
                                                                        00025436
           MOVE SPACES           TO WS-REG-CONTROLE.                    00025440
           MOVE 'HEADER '        TO WS-RCT-ID.                          00025444
           MOVE WS-ARQ-NOME      TO WS-RCT-ARQUIVO.                     00025448
           MOVE WS-DATA-HOJE     TO WS-RCT-DATA.                        00025452
           MOVE WS-ARQ-SEQUENCIA TO WS-RCT-SEQUENCIA.                   00025456
           MOVE ZEROS            TO WS-RCT-QTD WS-RCT-HASH.             00025460
                                                                        00025464
           IF  WS-ARQ-NOME EQUAL 'CARTAINC'                             00025468
               WRITE CARTAINC-REG FROM WS-REG-CONTROLE                  00025472
                     AFTER ADVANCING 1 LINE                             00025476
           ELSE                                                         00025480
               WRITE CARTAREA-REG FROM WS-REG-CONTROLE                  00025484
                     AFTER ADVANCING 1 LINE.                            00025488
                                                                        00025492
       110-99-EXIT.                                                     00025496
           EXIT.                                                        00025500
           EJECT                                                        00025510
      ***************************************************************** 00025520
                                                                        00029900
           MOVE NOME-CLI TO WS-LINDET-NOME.                             00030000
                                                                        00030100
           PERFORM 210-00-LE-ENTREGA THRU 210-99-EXIT.                  00030109
                                                                        00030118
           IF  SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100       00030127
               DISPLAY 'ORB018 - ERRO NA CLIENTE_ENDERECO, CODIGO '     00030136
                       CODIGO-CLI ' SQLCODE = ' SQLCODE                 00030145
               MOVE 'S' TO WS-ERRO-SQL-SW                               00030154
               MOVE 'ERRO DE SQL'    TO WS-LINDET-RESULT                00030163
               PERFORM 200-20-GRAVA-LINHA THRU 200-20-EXIT              00030172
               GO TO 200-99-EXIT.                                       00030181
                                                                        00030190
           IF  ENDERECO-INVALIDO-CLI EQUAL 'S'                          00030200
               ADD  1              TO WS-CONT-SEM-END                   00030300
               MOVE 'ENDER.INVALIDO' TO WS-LINDET-RESULT                00030400
               PERFORM 200-20-GRAVA-LINHA THRU 200-20-EXIT              00030403
               GO TO 200-99-EXIT.                                       00030406
                                                                        00030409
      *    SEM LINHA NA CLIENTE_CONSENT VALE O CONSENTIMENTO            00030412
                                                                        00030415
           MOVE CODIGO-CLI TO CONS-CODIGO-CNS.                          00030418
           MOVE 'C'        TO CONS-CANAL-CNS.                           00030421
                                                                        00030424
           EXEC SQL SELECT CONS_SITUACAO                                00030427
                    INTO   :CONS-SITUACAO-CNS                           00030430
                    FROM   CLIENTE_CONSENT                              00030433
                    WHERE  CONS_CODIGO = :CONS-CODIGO-CNS               00030436
                      AND  CONS_CANAL  = :CONS-CANAL-CNS                00030439
           END-EXEC.                                                    00030442
                                                                        00030445
           IF  SQLCODE EQUAL +100                                       00030448
               MOVE 'S' TO CONS-SITUACAO-CNS                            00030451
           ELSE                                                         00030454
               IF  SQLCODE NOT EQUAL ZEROS                              00030457
                   DISPLAY 'ORB018 - ERRO NA CLIENTE_CONSENT, CODIGO '  00030460
                           CODIGO-CLI ' SQLCODE = ' SQLCODE             00030463
                   MOVE 'S' TO WS-ERRO-SQL-SW                           00030466
                   MOVE 'ERRO DE SQL'    TO WS-LINDET-RESULT            00030469
                   PERFORM 200-20-GRAVA-LINHA THRU 200-20-EXIT          00030472
                   GO TO 200-99-EXIT.                                   00030475
                                                                        00030478
           IF  CONS-RECUSOU                                             00030481
               ADD  1                 TO WS-CONT-OPT-OUT                00030484
               MOVE 'OPT-OUT CORREIO' TO WS-LINDET-RESULT               00030487
               PERFORM 200-20-GRAVA-LINHA THRU 200-20-EXIT              00030500
               GO TO 200-99-EXIT.                                       00030600
                                                                        00030700
                                                                        00030900
           IF  HIST-TIPO-INCLUSAO                                       00031000
               ADD 1 TO WS-CONT-BEMVINDO                                00031100
               ADD CODIGO-CLI TO WS-HASH-CARTAINC                       00031150
               PERFORM 310-00-CARTA-BEMVINDO THRU 310-99-EXIT           00031200
           ELSE                                                         00031300
               ADD 1 TO WS-CONT-REATIVA                                 00031400
               ADD CODIGO-CLI TO WS-HASH-CARTAREA                       00031450
               PERFORM 320-00-CARTA-REATIVACAO THRU 320-99-EXIT.        00031500
                                                                        00031600
           MOVE 'GERADA' TO WS-LINDET-RESULT.                           00031700
                                                                        00031720
           IF  WS-END-ENTREGA                                           00031740
               ADD  1                TO WS-CONT-ENTREGA                 00031760
               MOVE 'GERADA ENTREGA' TO WS-LINDET-RESULT.               00031780
           PERFORM 200-20-GRAVA-LINHA THRU 200-20-EXIT.                 00031800
                                                                        00031900
           GO TO 200-99-EXIT.                                           00032000
           GO TO 200-10-EXIT.                                           00035900
                                                                        00036000
       200-10-EXIT.                                                     00036100
           EXIT.                                                        00036102
           EJECT                                                        00036104
      ***************************************************************** 00036106
      **       LE O ENDERECO DE ENTREGA DO CLIENTE (CLIENTE_ENDERECO  * 00036108
      **       TIPO 'E'). SE EXISTIR E NAO ESTIVER MARCADO COMO       * 00036110
      **       DEVOLVIDO, ELE SUBSTITUI O PRINCIPAL LIDO DO CLIENTE   * 00036112
      **       NO ENDERECAMENTO DA CARTA. O CHAMADOR TESTA O SQLCODE  * 00036114
      ***************************************************************** 00036116
       210-00-LE-ENTREGA SECTION.                                       00036118
                                                                        00036120
           MOVE 'N'        TO WS-END-ENTREGA-SW.                        00036122
                                                                        00036124
           MOVE CODIGO-CLI TO ENDT-CODIGO.                              00036126
           MOVE 'E'        TO ENDT-TIPO.                                00036128
                                                                        00036130
           EXEC SQL SELECT ENDT_ENDERECO,                               00036132
                           ENDT_CIDADE,                                 00036134
                           ENDT_ESTADO,                                 00036136
                           ENDT_CEP,                                    00036138
                           ENDT_INVALIDO                                00036140
                    INTO   :ENDT-ENDERECO,                              00036142
                           :ENDT-CIDADE,                                00036144
                           :ENDT-ESTADO,                                00036146
                           :ENDT-CEP,                                   00036148
                           :ENDT-INVALIDO                               00036150
                    FROM   CLIENTE_ENDERECO                             00036152
                    WHERE  ENDT_CODIGO = :ENDT-CODIGO                   00036154
                      AND  ENDT_TIPO   = :ENDT-TIPO                     00036156
           END-EXEC.                                                    00036158
                                                                        00036160
           IF  SQLCODE NOT EQUAL ZEROS                                  00036162
               GO TO 210-99-EXIT.                                       00036164
                                                                        00036166
           IF  ENDT-INVALIDO EQUAL 'S'                                  00036168
               GO TO 210-99-EXIT.                                       00036170
                                                                        00036172
           MOVE 'S'           TO WS-END-ENTREGA-SW.                     00036174
           MOVE ENDT-ENDERECO TO ENDERECO-CLI.                          00036176
           MOVE ENDT-CIDADE   TO CIDADE-CLI.                            00036178
           MOVE ENDT-ESTADO   TO ESTADO-CLI.                            00036180
           MOVE ENDT-CEP      TO CEP-CLI.                               00036182
           MOVE 'N'           TO ENDERECO-INVALIDO-CLI.                 00036184
                                                                        00036186
           GO TO 210-99-EXIT.                                           00036188
                                                                        00036190
       210-99-EXIT.                                                     00036192
           EXIT.                                                        00036200
           EJECT                                                        00036300
      ***************************************************************** 00036400
           MOVE WS-CONT-NAO-ENC  TO WS-LINRES5-QTD.                     00048000
           WRITE ORB018-REG FROM WS-LINRES5 AFTER ADVANCING 1 LINE.     00048100
                                                                        00048200
           MOVE WS-CONT-OPT-OUT  TO WS-LINRES6-QTD.                     00048209
           WRITE ORB018-REG FROM WS-LINRES6 AFTER ADVANCING 1 LINE.     00048218
                                                                        00048227
           MOVE WS-CONT-ENTREGA  TO WS-LINRES7-QTD.                     00048236
           WRITE ORB018-REG FROM WS-LINRES7 AFTER ADVANCING 1 LINE.     00048245
      *    COM ERRO DE SQL AS CARTAS NAO LEVAM TRAILER: O ARQUIVO       00048254
      *    FICA INCOMPLETO PARA QUEM RECEBE E A REEXECUCAO O REFAZ      00048263
           IF  NOT WS-ERRO-SQL                                          00048272
               PERFORM 910-00-GRAVA-TRAILERS THRU 910-99-EXIT.          00048281
                                                                        00048290
           CLOSE OR02FILE.                                              00048300
           CLOSE CARTAINC.                                              00048400
           CLOSE CARTAREA.                                              00048500
                   WS-CONT-SEM-END.                                     00049400
           DISPLAY 'ORB018 - NAO ENCONTRADOS......: '                   00049500
                   WS-CONT-NAO-ENC.                                     00049600
           DISPLAY 'ORB018 - RETIDAS POR OPT-OUT..: '                   00049633
                   WS-CONT-OPT-OUT.                                     00049666
           DISPLAY 'ORB018 - CARTAS END. ENTREGA..: '                   00049677
                   WS-CONT-ENTREGA.                                     00049688
           DISPLAY 'ORB018 - SEQUENCIA CARTAINC...: '                   00049690
                   WS-SEQ-CARTAINC.                                     00049692
           DISPLAY 'ORB018 - SEQUENCIA CARTAREA...: '                   00049694
                   WS-SEQ-CARTAREA.                                     00049696
                                                                        00049700
       900-99-EXIT.                                                     00049800
           EXIT.                                                        00049802
           EJECT                                                        00049804
      ***************************************************************** 00049806
      **       TRAILER DE CADA ARQUIVO DE CARTAS: QUANTIDADE DE       * 00049808
      **       CARTAS GRAVADAS E TOTAL DOS CODIGOS (HASH), NA         * 00049810
      **       ULTIMA LINHA DO ARQUIVO                                * 00049812
      ***************************************************************** 00049814
       910-00-GRAVA-TRAILERS SECTION.                                   00049816
                                                                        00049818
           MOVE 'CARTAINC'       TO WS-ARQ-NOME.                        00049820
           MOVE WS-SEQ-CARTAINC  TO WS-ARQ-SEQUENCIA.                   00049822
           MOVE WS-CONT-BEMVINDO TO WS-ARQ-QTD.                         00049824
           MOVE WS-CONT-BEMVINDO TO WS-ARQ-QTD-TRL.                     00049826
           MOVE WS-HASH-CARTAINC TO WS-ARQ-HASH.                        00049828
           MOVE 'OK'             TO WS-ARQ-SIT.                         00049830
                                                                        00049832
           MOVE SPACES           TO WS-REG-CONTROLE.                    00049834
           MOVE 'TRAILER'        TO WS-RCT-ID.                          00049836
           MOVE WS-ARQ-NOME      TO WS-RCT-ARQUIVO.                     00049838
           MOVE WS-DATA-HOJE     TO WS-RCT-DATA.                        00049840
           MOVE WS-ARQ-SEQUENCIA TO WS-RCT-SEQUENCIA.                   00049842
           MOVE WS-ARQ-QTD       TO WS-RCT-QTD.                         00049844
           MOVE WS-ARQ-HASH      TO WS-RCT-HASH.                        00049846
           WRITE CARTAINC-REG FROM WS-REG-CONTROLE                      00049848
                 AFTER ADVANCING 1 LINE.                                00049850
                                                                        00049852
           MOVE 'CARTAREA'       TO WS-ARQ-NOME.                        00049854
           MOVE WS-SEQ-CARTAREA  TO WS-ARQ-SEQUENCIA.                   00049856
           MOVE WS-CONT-REATIVA  TO WS-ARQ-QTD.                         00049858
           MOVE WS-CONT-REATIVA  TO WS-ARQ-QTD-TRL.                     00049860
           MOVE WS-HASH-CARTAREA TO WS-ARQ-HASH.                        00049862
           MOVE 'OK'             TO WS-ARQ-SIT.                         00049864
                                                                        00049866
           MOVE SPACES           TO WS-REG-CONTROLE.                    00049868
           MOVE 'TRAILER'        TO WS-RCT-ID.                          00049870
           MOVE WS-ARQ-NOME      TO WS-RCT-ARQUIVO.                     00049872
           MOVE WS-DATA-HOJE     TO WS-RCT-DATA.                        00049874
           MOVE WS-ARQ-SEQUENCIA TO WS-RCT-SEQUENCIA.                   00049876
           MOVE WS-ARQ-QTD       TO WS-RCT-QTD.                         00049878
           MOVE WS-ARQ-HASH      TO WS-RCT-HASH.                        00049880
           WRITE CARTAREA-REG FROM WS-REG-CONTROLE                      00049882
                 AFTER ADVANCING 1 LINE.                                00049884
                                                                        00049886
       910-99-EXIT.                                                     00049888
           EXIT.                                                        00049900
           EJECT                                                        00049910
      ***************************************************************** 00049920
      **       GRAVA O REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) COM  * 00049930
      **       OS CONTADORES DO JOB, PARA O DUPLO-PROCESSAMENTO E O   * 00049940
      **       ACOMPANHAMENTO DA NOITE. AS CARTAS GERADAS SAO OS      * 00049950
      **       GRAVADOS; PULADOS, RETIDOS POR OPT-OUT E NAO           * 00049960
      **       ENCONTRADOS SOMAM NOS REJEITADOS                       * 00049970
      ***************************************************************** 00049980
       950-00-GRAVA-RUNCTL SECTION.                                     00049982
                                                                        00049984
               WS-CONT-BEMVINDO + WS-CONT-REATIVA.                      00050004
           MOVE ZEROS         TO CTL-ATUALIZADOS.                       00050006
           COMPUTE CTL-REJEITADOS =                                     00050008
               WS-CONT-SEM-END + WS-CONT-OPT-OUT + WS-CONT-NAO-ENC.     00050010
                                                                        00050012
           WRITE RUNCTL-REG                                             00050014
               INVALID KEY                                              00050016
                   DISPLAY 'ORB018 - ERRO AO GRAVAR O RUNCTL, '         00050018
                           'FILE STATUS = ' WS-RUNCTL-STATUS.           00050020
                                                                        00050022
           MOVE 'CARTAINC'       TO WS-ARQ-NOME.                        00050023
           MOVE WS-SEQ-CARTAINC  TO WS-ARQ-SEQUENCIA.                   00050024
           MOVE WS-CONT-BEMVINDO TO WS-ARQ-QTD.                         00050025
           MOVE WS-CONT-BEMVINDO TO WS-ARQ-QTD-TRL.                     00050026
           MOVE WS-HASH-CARTAINC TO WS-ARQ-HASH.                        00050027
           MOVE 'OK'             TO WS-ARQ-SIT.                         00050028
           PERFORM 960-00-GRAVA-CTL-ARQUIVO THRU 960-99-EXIT.           00050029
                                                                        00050030
           MOVE 'CARTAREA'       TO WS-ARQ-NOME.                        00050031
           MOVE WS-SEQ-CARTAREA  TO WS-ARQ-SEQUENCIA.                   00050032
           MOVE WS-CONT-REATIVA  TO WS-ARQ-QTD.                         00050033
           MOVE WS-CONT-REATIVA  TO WS-ARQ-QTD-TRL.                     00050034
           MOVE WS-HASH-CARTAREA TO WS-ARQ-HASH.                        00050035
           MOVE 'OK'             TO WS-ARQ-SIT.                         00050036
           PERFORM 960-00-GRAVA-CTL-ARQUIVO THRU 960-99-EXIT.           00050037
                                                                        00050038
           CLOSE RUNCTL.                                                00050039
                                                                        00050040
       950-99-EXIT.                                                     00050041
           EXIT.                                                        00050042
           EJECT                                                        00050043
      ***************************************************************** 00050044
      **       GRAVA NO RUNCTL O CONTROLE DO ARQUIVO DE               * 00050045
      **       INTERFACE: O REGISTRO DO DIA (NOME DO ARQUIVO +        * 00050046
      **       DATA DE HOJE) COM A SEQUENCIA, A QUANTIDADE            * 00050047
      **       CONTADA (LIDOS), A DO TRAILER (GRAVADOS) E A           * 00050048
      **       SITUACAO, PARA O BATIMENTO DA NOITE (ORB015); E,       * 00050049
      **       COM O ARQUIVO ACEITO, A ULTIMA SEQUENCIA NO            * 00050050
      **       REGISTRO DO ARQUIVO COM DATA 0001-01-01                * 00050051
      ***************************************************************** 00050052
       960-00-GRAVA-CTL-ARQUIVO SECTION.                                00050053
                                                                        00050054
           IF  NOT WS-RUNCTL-ABERTO                                     00050055
               GO TO 960-99-EXIT.                                       00050056
                                                                        00050057
           MOVE WS-ARQ-NOME  TO WS-AUX-JOB.                             00050058
           MOVE WS-DATA-HOJE TO WS-AUX-DATA.                            00050059
           PERFORM 965-00-GRAVA-CHAVE THRU 965-99-EXIT.                 00050060
                                                                        00050061
           IF  NOT WS-ARQ-OK                                            00050062
               GO TO 960-99-EXIT.                                       00050063
                                                                        00050064
           MOVE '0001-01-01' TO WS-AUX-DATA.                            00050065
           PERFORM 965-00-GRAVA-CHAVE THRU 965-99-EXIT.                 00050066
                                                                        00050067
       960-99-EXIT.                                                     00050068
           EXIT.                                                        00050069
                                                                        00050070
       965-00-GRAVA-CHAVE SECTION.                                      00050071
                                                                        00050072
           MOVE WS-CTL-CHAVE-AUX TO CTL-CHAVE.                          00050073
           MOVE 'N'              TO WS-CTL-NOVO-SW.                     00050074
                                                                        00050075
           READ RUNCTL                                                  00050076
               INVALID KEY                                              00050077
                   MOVE 'S' TO WS-CTL-NOVO-SW.                          00050078
                                                                        00050079
           MOVE SPACES           TO RUNCTL-REG.                         00050080
           MOVE WS-CTL-CHAVE-AUX TO CTL-CHAVE.                          00050081
           MOVE 'ORB018'         TO CTL-INPUT.                          00050082
           MOVE WS-ARQ-QTD       TO CTL-LIDOS.                          00050083
           MOVE WS-ARQ-QTD-TRL   TO CTL-GRAVADOS.                       00050084
           MOVE ZEROS            TO CTL-ATUALIZADOS CTL-REJEITADOS.     00050085
           MOVE WS-ARQ-SEQUENCIA TO CTL-ARQ-SEQ.                        00050086
           MOVE WS-ARQ-SIT       TO CTL-ARQ-SIT.                        00050087
                                                                        00050088
           IF  WS-CTL-NOVO                                              00050089
               WRITE RUNCTL-REG                                         00050090
                   INVALID KEY                                          00050091
                       DISPLAY 'ORB018 - ERRO AO GRAVAR O RUNCTL, '     00050092
                               'FILE STATUS = ' WS-RUNCTL-STATUS        00050093
           ELSE                                                         00050094
               REWRITE RUNCTL-REG                                       00050095
                   INVALID KEY                                          00050096
                       DISPLAY 'ORB018 - ERRO AO REGRAVAR O RUNCTL, '   00050097
                               'FILE STATUS = ' WS-RUNCTL-STATUS.       00050098
                                                                        00050099
       965-99-EXIT.                                                     00050100
           EXIT.                                                        00050101
