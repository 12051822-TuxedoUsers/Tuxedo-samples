      *            * EXECUCAO SEGUINTE E UM CARTAO RERUN NO CDCPARM  *  00001300
      *            * REPROCESSA A JANELA ANTERIOR SEM AVANCAR O      *  00001400
      *            * CORTE                                           *  00001500
      *            * CADA REGISTRO LEVA TAMBEM O ENDERECO DE         *  00001520
      *            * COBRANCA (CLIENTE_ENDERECO TIPO 'C') VIGENTE NA *  00001540
      *            * EXECUCAO, OU O PRINCIPAL DO REGISTRO QUANDO O   *  00001560
      *            * CLIENTE NAO TEM ENDERECO DE COBRANCA            *  00001580
      *            * O DELTA SAI COM HEADER (ARQUIVO, DATA E         *  00001583
      *            * SEQUENCIA) E TRAILER (QUANTIDADE E TOTAL DOS    *  00001586
      *            * CODIGOS); A ULTIMA SEQUENCIA FICA NO RUNCTL E O *  00001589
      *            * RERUN REPETE A SEQUENCIA DA EXECUCAO ANTERIOR.  *  00001592
      *            * COM ERRO DE SQL O DELTA NAO LEVA TRAILER        *  00001595
      *            ***************************************************  00001600
                                                                        00001700
       ENVIRONMENT DIVISION.                                            00001800
           SELECT DELTA     ASSIGN TO DELTA                             00003200
               ORGANIZATION IS SEQUENTIAL                               00003300
               FILE STATUS  IS WS-DELTA-STATUS.                         00003400
                                                                        00003414
           SELECT RUNCTL    ASSIGN TO RUNCTL                            00003428
               ORGANIZATION IS INDEXED                                  00003442
               ACCESS MODE  IS RANDOM                                   00003456
               RECORD KEY   IS CTL-CHAVE                                00003470
               FILE STATUS  IS WS-RUNCTL-STATUS.                        00003484
                                                                        00003500
       DATA DIVISION.                                                   00003600
       FILE SECTION.                                                    00003700
           05  DLT-EMAIL           PIC X(40).                           00006400
           05  DLT-SITUACAO        PIC X(01).                           00006500
           05  DLT-OPERADOR        PIC X(08).                           00006600
           05  DLT-CODIGO-FICA     PIC 9(07).                           00006604
           05  DLT-COB-ENDERECO    PIC X(30).                           00006608
           05  DLT-COB-CIDADE      PIC X(20).                           00006612
           05  DLT-COB-ESTADO      PIC X(02).                           00006616
           05  DLT-COB-CEP         PIC 9(08).                           00006620
                                                                        00006624
       FD  RUNCTL                                                       00006628
           LABEL RECORDS ARE STANDARD.                                  00006632
       01  RUNCTL-REG.                                                  00006636
           05  CTL-CHAVE.                                               00006640
               10  CTL-JOB             PIC X(08).                       00006644
               10  CTL-DATA            PIC X(10).                       00006648
           05  CTL-INPUT               PIC X(08).                       00006652
           05  CTL-LIDOS               PIC 9(07).                       00006656
           05  CTL-GRAVADOS            PIC 9(07).                       00006660
           05  CTL-ATUALIZADOS         PIC 9(07).                       00006664
           05  CTL-REJEITADOS          PIC 9(07).                       00006668
           05  CTL-ARQ-SEQ             PIC 9(06).                       00006672
           05  CTL-ARQ-SIT             PIC X(02).                       00006676
           05  FILLER                  PIC X(18).                       00006680
                                                                        00006700
       WORKING-STORAGE SECTION.                                         00006800
       77  WS00-INICIO   PIC X(32) VALUE '*** INICIO DA WORKING ***'.   00006900
       77  WS-PARM-STATUS        PIC X(02) VALUE SPACES.                00007300
           88  WS-PARM-NAO-EXISTE          VALUE '35'.                  00007400
       77  WS-DELTA-STATUS       PIC X(02) VALUE SPACES.                00007500
       77  WS-RUNCTL-STATUS      PIC X(02) VALUE SPACES.                00007505
           88  WS-RUNCTL-NAO-EXISTE        VALUE '35'.                  00007510
                                                                        00007515
       01  WS-RUNCTL-ABERTO-SW   PIC X(01) VALUE 'N'.                   00007520
           88  WS-RUNCTL-ABERTO            VALUE 'S'.                   00007525
                                                                        00007530
       01  WS-DATA-AMD           PIC X(08) VALUE SPACES.                00007535
       01  WS-DATA-AMD-RED       REDEFINES WS-DATA-AMD.                 00007540
           05  WS-AMD-ANO        PIC X(04).                             00007545
           05  WS-AMD-MES        PIC X(02).                             00007550
           05  WS-AMD-DIA        PIC X(02).                             00007555
                                                                        00007560
       01  WS-DATA-HOJE.                                                00007565
           05  WS-HOJE-ANO       PIC X(04).                             00007570
           05  FILLER            PIC X(01) VALUE '-'.                   00007575
           05  WS-HOJE-MES       PIC X(02).                             00007580
           05  FILLER            PIC X(01) VALUE '-'.                   00007585
           05  WS-HOJE-DIA       PIC X(02).                             00007590
                                                                        00007600
       01  WS-SWITCHES.                                                 00007700
           05  WS-FIM-CURSOR-SW       PIC X(01) VALUE 'N'.              00007800
       77  WS-CONT-IMAGEM-SEG   PIC S9(07) COMP VALUE ZEROS.            00008650
       77  WS-CONT-IMAGEM-ATUAL PIC S9(07) COMP VALUE ZEROS.            00008700
       77  WS-CONT-IMAGEM-HIST  PIC S9(07) COMP VALUE ZEROS.            00008800
       77  WS-CONT-FUSOES       PIC S9(07) COMP VALUE ZEROS.            00008805
       77  WS-CONT-COBRANCA     PIC S9(07) COMP VALUE ZEROS.            00008807
                                                                        00008810
       01  WS-PROX-REG.                                                 00008820
           05  WS-PROX-NOME      PIC X(30).                             00008830
       01  WS-TS-DE             PIC X(26) VALUE SPACES.                 00009400
       01  WS-TS-ATE            PIC X(26) VALUE SPACES.                 00009500
                                                                        00009600
       01  WS-CTL-ARQUIVO.                                              00009603
           05  WS-ARQ-NOME          PIC X(08) VALUE SPACES.             00009606
           05  WS-ARQ-SEQUENCIA     PIC 9(06) VALUE ZEROS.              00009609
           05  WS-ARQ-QTD           PIC 9(07) VALUE ZEROS.              00009612
           05  WS-ARQ-QTD-TRL       PIC 9(07) VALUE ZEROS.              00009615
           05  WS-ARQ-HASH          PIC 9(15) VALUE ZEROS.              00009618
           05  WS-ARQ-SIT           PIC X(02) VALUE SPACES.             00009621
               88  WS-ARQ-OK                  VALUE 'OK'.               00009624
                                                                        00009627
       01  WS-CTL-CHAVE-AUX.                                            00009630
           05  WS-AUX-JOB           PIC X(08) VALUE SPACES.             00009633
           05  WS-AUX-DATA          PIC X(10) VALUE SPACES.             00009636
                                                                        00009639
       01  WS-CTL-NOVO-SW           PIC X(01) VALUE 'N'.                00009642
           88  WS-CTL-NOVO                    VALUE 'S'.                00009645
                                                                        00009648
       01  WS-REG-CONTROLE.                                             00009651
           05  WS-RCT-ID            PIC X(07).                          00009654
               88  WS-RCT-HEADER              VALUE 'HEADER '.          00009657
               88  WS-RCT-TRAILER             VALUE 'TRAILER'.          00009660
           05  FILLER               PIC X(01).                          00009663
           05  WS-RCT-ARQUIVO       PIC X(08).                          00009666
           05  FILLER               PIC X(01).                          00009669
           05  WS-RCT-DATA          PIC X(10).                          00009672
           05  FILLER               PIC X(01).                          00009675
           05  WS-RCT-SEQUENCIA     PIC 9(06).                          00009678
           05  FILLER               PIC X(01).                          00009681
           05  WS-RCT-QTD           PIC 9(09).                          00009684
           05  FILLER               PIC X(01).                          00009687
           05  WS-RCT-HASH          PIC 9(15).                          00009690
                                                                        00009693
           EXEC SQL INCLUDE CLIENTE END-EXEC.                           00009700
                                                                        00009800
           EXEC SQL INCLUDE CLIENTEH END-EXEC.                          00009900
                                                                        00009933
           EXEC SQL INCLUDE CLIFUSAO END-EXEC.                          00009966
                                                                        00009977
           EXEC SQL INCLUDE CLIENDER END-EXEC.                          00009988
                                                                        00010000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00010100
                                                                        00010200
           STOP RUN.                                                    00012000
           EJECT                                                        00012100
      ***************************************************************** 00012200
      **       ABRE O CONTROLE DE EXECUCAO (RUNCTL), ONDE FICAM A     * 00012201
      **       SEQUENCIA DO DELTA E O CONTROLE DO ARQUIVO PARA O      * 00012202
      **       BATIMENTO DA NOITE (ORB015). NA PRIMEIRA EXECUCAO      * 00012203
      **       O ARQUIVO E CRIADO                                     * 00012204
      ***************************************************************** 00012205
       050-00-ABRE-RUNCTL SECTION.                                      00012206
                                                                        00012207
           OPEN I-O RUNCTL.                                             00012208
                                                                        00012209
           IF  WS-RUNCTL-NAO-EXISTE                                     00012210
               OPEN OUTPUT RUNCTL                                       00012211
               MOVE SPACES      TO RUNCTL-REG                           00012212
               MOVE '*INICIO*'  TO CTL-JOB                              00012213
               MOVE '0001-01-01' TO CTL-DATA                            00012214
               MOVE ZEROS       TO CTL-LIDOS CTL-GRAVADOS               00012215
                                   CTL-ATUALIZADOS CTL-REJEITADOS       00012216
               WRITE RUNCTL-REG                                         00012217
               CLOSE RUNCTL                                             00012218
               OPEN I-O RUNCTL.                                         00012219
                                                                        00012220
           IF  WS-RUNCTL-STATUS NOT EQUAL '00'                          00012221
               DISPLAY 'ORB014 - ERRO AO ABRIR O RUNCTL, '              00012222
                       'FILE STATUS = ' WS-RUNCTL-STATUS                00012223
               GO TO 050-99-EXIT.                                       00012224
                                                                        00012225
           MOVE 'S' TO WS-RUNCTL-ABERTO-SW.                             00012226
                                                                        00012227
       050-99-EXIT.                                                     00012228
           EXIT.                                                        00012229
           EJECT                                                        00012230
      ***************************************************************** 00012231
      **       SEQUENCIA DO ARQUIVO DE INTERFACE (WS-ARQ-NOME): A     * 00012232
      **       ULTIMA GERADA FICA NO RUNCTL, NO REGISTRO DO           * 00012233
      **       ARQUIVO COM DATA 0001-01-01; ESTA EXECUCAO USA A       * 00012234
      **       SEGUINTE. SEM O RUNCTL A SEQUENCIA SAI ZERADA          * 00012235
      ***************************************************************** 00012236
       060-00-PROXIMA-SEQUENCIA SECTION.                                00012237
                                                                        00012238
           ACCEPT WS-DATA-AMD FROM DATE YYYYMMDD.                       00012239
           MOVE WS-AMD-ANO TO WS-HOJE-ANO.                              00012240
           MOVE WS-AMD-MES TO WS-HOJE-MES.                              00012241
           MOVE WS-AMD-DIA TO WS-HOJE-DIA.                              00012242
                                                                        00012243
           MOVE ZEROS TO WS-ARQ-SEQUENCIA.                              00012244
                                                                        00012245
           IF  NOT WS-RUNCTL-ABERTO                                     00012246
               DISPLAY 'ORB014 - RUNCTL INDISPONIVEL, O ' WS-ARQ-NOME   00012247
                       ' SAI COM SEQUENCIA ZERO'                        00012248
               GO TO 060-99-EXIT.                                       00012249
                                                                        00012250
           MOVE WS-ARQ-NOME  TO CTL-JOB.                                00012251
           MOVE '0001-01-01' TO CTL-DATA.                               00012252
                                                                        00012253
           READ RUNCTL                                                  00012254
               INVALID KEY                                              00012255
                   MOVE 1 TO WS-ARQ-SEQUENCIA                           00012256
                   GO TO 060-99-EXIT.                                   00012257
                                                                        00012258
           COMPUTE WS-ARQ-SEQUENCIA = CTL-ARQ-SEQ + 1.                  00012259
                                                                        00012260
       060-99-EXIT.                                                     00012261
           EXIT.                                                        00012262
           EJECT                                                        00012263
      ***************************************************************** 00012264
      **       ABERTURA DOS ARQUIVOS, LEITURA DO CARTAO DE FUNCAO E   * 00012300
      **       DO CONTROLE DE CORTES, MONTAGEM DA JANELA DE EXTRACAO  * 00012400
      **       E ABERTURA DO CURSOR DO HISTORICO                      * 00012500
           IF  WS-ERRO-ABERTURA                                         00014100
               MOVE 'S' TO WS-FIM-CURSOR-SW                             00014200
               GO TO 100-99-EXIT.                                       00014300
                                                                        00014309
           PERFORM 050-00-ABRE-RUNCTL THRU 050-99-EXIT.                 00014318
           MOVE 'DELTA' TO WS-ARQ-NOME.                                 00014327
           PERFORM 060-00-PROXIMA-SEQUENCIA THRU 060-99-EXIT.           00014336
                                                                        00014345
      *    O RERUN REFAZ O DELTA DA EXECUCAO ANTERIOR: MESMA SEQUENCIA  00014354
           IF  WS-RERUN AND WS-ARQ-SEQUENCIA GREATER THAN 1             00014363
               SUBTRACT 1 FROM WS-ARQ-SEQUENCIA.                        00014372
                                                                        00014381
           PERFORM 130-00-GRAVA-HEADER THRU 130-99-EXIT.                00014390
                                                                        00014400
           EXEC SQL SET :WS-TS-CORTE = CURRENT TIMESTAMP                00014500
           END-EXEC.                                                    00014600
           EXIT.                                                        00023800
           EJECT                                                        00023900
      ***************************************************************** 00024000
      **       HEADER DO DELTA: NOME DO ARQUIVO, DATA DE HOJE E       * 00024005
      **       SEQUENCIA DESTA EXECUCAO                               * 00024010
      ***************************************************************** 00024015
       130-00-GRAVA-HEADER SECTION.                                     00024020
                                                                        00024025
           MOVE SPACES           TO WS-REG-CONTROLE.                    00024030
           MOVE 'HEADER '        TO WS-RCT-ID.                          00024035
           MOVE WS-ARQ-NOME      TO WS-RCT-ARQUIVO.                     00024040
           MOVE WS-DATA-HOJE     TO WS-RCT-DATA.                        00024045
           MOVE WS-ARQ-SEQUENCIA TO WS-RCT-SEQUENCIA.                   00024050
           MOVE ZEROS            TO WS-RCT-QTD WS-RCT-HASH.             00024055
                                                                        00024060
           WRITE DELTA-REG FROM WS-REG-CONTROLE.                        00024065
                                                                        00024070
       130-99-EXIT.                                                     00024075
           EXIT.                                                        00024080
           EJECT                                                        00024085
      ***************************************************************** 00024090
      **       GERA UM REGISTRO DO DELTA PARA UMA LINHA DO           *  00024100
      **       HISTORICO: INCLUSAO, DELECAO E EXPURGO JA GUARDAM A   *  00024200
      **       IMAGEM POSTERIOR NA PROPRIA LINHA; PARA AS DEMAIS     *  00024300
      **       OPERACOES ELA VEM DA IMAGEM ANTERIOR DA OPERACAO      *  00024400
      **       SEGUINTE DO CLIENTE (OU DA TABELA CLIENTE QUANDO NAO  *  00024420
      **       HA OPERACAO SEGUINTE), PARA O RERUN SER IDENTICO.     *  00024440
      **       DELECAO DE CODIGO QUE SAIU NUMA FUSAO (CLIENTE_FUSAO)  * 00024460
      **       SAI COMO EVENTO PROPRIO 'F' COM O CODIGO SOBREVIVENTE  * 00024480
      ***************************************************************** 00024500
       200-00-PROCESSA SECTION.                                         00024600
                                                                        00024700
           MOVE HIST-TIPO-OPER-CLI   TO DLT-TIPO-OPER.                  00025100
           MOVE HIST-DATA-HORA-CLI   TO DLT-DATA-HORA.                  00025200
           MOVE HIST-OPERADOR-CLI    TO DLT-OPERADOR.                   00025300
           MOVE ZEROS                TO DLT-CODIGO-FICA.                00025320
                                                                        00025340
           IF  HIST-TIPO-DELECAO                                        00025360
               PERFORM 230-00-VERIFICA-FUSAO THRU 230-99-EXIT.          00025380
                                                                        00025400
           IF  HIST-TIPO-INCLUSAO OR HIST-TIPO-DELECAO                  00025500
            OR HIST-TIPO-EXPURGO                                        00025550
           ELSE                                                         00025700
               PERFORM 210-00-IMAGEM-POSTERIOR THRU 210-99-EXIT.        00025800
                                                                        00025900
           PERFORM 240-00-ENDERECO-COBRANCA THRU 240-99-EXIT.           00025925
                                                                        00025950
           ADD DLT-CODIGO TO WS-ARQ-HASH.                               00025975
           WRITE DELTA-REG.                                             00026000
           ADD 1 TO WS-CONT-GRAVADOS.                                   00026100
                                                                        00026200
           EXIT.                                                        00035700
           EJECT                                                        00035800
      ***************************************************************** 00035900
      **       A DELECAO FOI UMA FUSAO QUANDO O CODIGO ESTA NO        * 00035901
      **       CLIENTE_FUSAO: O DELTA LEVA O TIPO 'F' E O CODIGO DO   * 00035902
      **       SOBREVIVENTE, PARA O CONSUMIDOR TRANSFERIR O QUE TIVER * 00035903
      **       DO CODIGO QUE SAIU EM VEZ DE SIMPLESMENTE APAGA-LO     * 00035904
      ***************************************************************** 00035905
       230-00-VERIFICA-FUSAO SECTION.                                   00035906
                                                                        00035907
           MOVE CODIGO-CLI-H TO FUS-CODIGO-SAI.                         00035908
                                                                        00035909
           EXEC SQL SELECT FUSAO_CODIGO_FICA                            00035910
                    INTO   :FUS-CODIGO-FICA                             00035911
                    FROM   CLIENTE_FUSAO                                00035912
                    WHERE  FUSAO_CODIGO_SAI = :FUS-CODIGO-SAI           00035913
           END-EXEC.                                                    00035914
                                                                        00035915
           IF  SQLCODE EQUAL ZEROS                                      00035916
               ADD  1               TO WS-CONT-FUSOES                   00035917
               MOVE 'F'             TO DLT-TIPO-OPER                    00035918
               MOVE FUS-CODIGO-FICA TO DLT-CODIGO-FICA                  00035919
               GO TO 230-99-EXIT.                                       00035920
                                                                        00035921
           IF  SQLCODE NOT EQUAL +100                                   00035922
               DISPLAY 'ORB014 - ERRO NA BUSCA DO CLIENTE_FUSAO, '      00035923
                       'SQLCODE = ' SQLCODE                             00035924
               MOVE 'S' TO WS-ERRO-SQL-SW.                              00035925
                                                                        00035926
       230-99-EXIT.                                                     00035927
           EXIT.                                                        00035928
           EJECT                                                        00035929
      ***************************************************************** 00035930
      **       ENDERECO DE COBRANCA PARA O FATURAMENTO: O DO TIPO 'C' * 00035931
      **       DO CLIENTE_ENDERECO COMO ESTA AGORA OU, SE O CLIENTE   * 00035932
      **       NAO TEM, O PRINCIPAL QUE JA ESTA NO DELTA. ERRO DE SQL * 00035933
      **       SEGURA O CORTE COMO NOS DEMAIS ACESSOS                 * 00035934
      ***************************************************************** 00035935
       240-00-ENDERECO-COBRANCA SECTION.                                00035936
                                                                        00035937
           MOVE DLT-ENDERECO TO DLT-COB-ENDERECO.                       00035938
           MOVE DLT-CIDADE   TO DLT-COB-CIDADE.                         00035939
           MOVE DLT-ESTADO   TO DLT-COB-ESTADO.                         00035940
           MOVE DLT-CEP      TO DLT-COB-CEP.                            00035941
                                                                        00035942
           MOVE DLT-CODIGO   TO ENDT-CODIGO.                            00035943
           MOVE 'C'          TO ENDT-TIPO.                              00035944
                                                                        00035945
           EXEC SQL SELECT ENDT_ENDERECO,                               00035946
                           ENDT_CIDADE,                                 00035947
                           ENDT_ESTADO,                                 00035948
                           ENDT_CEP                                     00035949
                    INTO   :ENDT-ENDERECO,                              00035950
                           :ENDT-CIDADE,                                00035951
                           :ENDT-ESTADO,                                00035952
                           :ENDT-CEP                                    00035953
                    FROM   CLIENTE_ENDERECO                             00035954
                    WHERE  ENDT_CODIGO = :ENDT-CODIGO                   00035955
                      AND  ENDT_TIPO   = :ENDT-TIPO                     00035956
           END-EXEC.                                                    00035957
                                                                        00035958
           IF  SQLCODE EQUAL ZEROS                                      00035959
               ADD  1             TO WS-CONT-COBRANCA                   00035960
               MOVE ENDT-ENDERECO TO DLT-COB-ENDERECO                   00035961
               MOVE ENDT-CIDADE   TO DLT-COB-CIDADE                     00035962
               MOVE ENDT-ESTADO   TO DLT-COB-ESTADO                     00035963
               MOVE ENDT-CEP      TO DLT-COB-CEP                        00035964
               GO TO 240-99-EXIT.                                       00035965
                                                                        00035966
           IF  SQLCODE NOT EQUAL +100                                   00035967
               DISPLAY 'ORB014 - ERRO NA BUSCA DA CLIENTE_ENDERECO, '   00035968
                       'SQLCODE = ' SQLCODE                             00035969
               MOVE 'S' TO WS-ERRO-SQL-SW.                              00035970
                                                                        00035971
       240-99-EXIT.                                                     00035972
           EXIT.                                                        00035973
           EJECT                                                        00035974
      ***************************************************************** 00035975
      **       AVANCO DOS CORTES NO CONTROLE (EXCETO EM RERUN),       * 00036000
      **       FECHAMENTO DOS ARQUIVOS E RESUMO DO PROCESSAMENTO      * 00036100
      ***************************************************************** 00036200
       900-00-TERMINO SECTION.                                          00036300
                                                                        00036325
           IF  WS-ERRO-ABERTURA AND WS-RUNCTL-ABERTO                    00036350
               CLOSE RUNCTL.                                            00036375
                                                                        00036400
           IF  WS-ERRO-ABERTURA                                         00036500
               CLOSE DELTA                                              00036600
                   MOVE WS-TS-ATE TO CTRL-TS-ATUAL                      00037240
                   REWRITE CDCCTRL-REG.                                 00037400
                                                                        00037500
      *    O TRAILER E O CONTROLE DO ARQUIVO SO SAEM SEM ERRO DE SQL:   00037511
      *    UM DELTA SEM TRAILER E RECUSADO POR QUEM O RECEBE            00037522
           IF  NOT WS-ERRO-SQL                                          00037533
               PERFORM 910-00-GRAVA-TRAILER     THRU 910-99-EXIT        00037544
               PERFORM 960-00-GRAVA-CTL-ARQUIVO THRU 960-99-EXIT.       00037555
                                                                        00037566
           IF  WS-RUNCTL-ABERTO                                         00037577
               CLOSE RUNCTL.                                            00037580
                                                                        00037588
           CLOSE CDCCTRL.                                               00037600
           CLOSE DELTA.                                                 00037700
                                                                        00037800
                   WS-CONT-IMAGEM-ATUAL.                                00038400
           DISPLAY 'ORB014 - COM IMAGEM DO HIST...: '                   00038500
                   WS-CONT-IMAGEM-HIST.                                 00038600
           DISPLAY 'ORB014 - FUSOES...............: '                   00038633
                   WS-CONT-FUSOES.                                      00038666
           DISPLAY 'ORB014 - COM END. COBRANCA...: '                    00038677
                   WS-CONT-COBRANCA.                                    00038688
           DISPLAY 'ORB014 - SEQUENCIA DO DELTA...: '                   00038692
                   WS-ARQ-SEQUENCIA.                                    00038696
                                                                        00038700
       900-99-EXIT.                                                     00038800
           EXIT.                                                        00038900
           EJECT                                                        00039000
      ***************************************************************** 00039100
      **       TRAILER DO DELTA: QUANTIDADE DE REGISTROS              * 00039200
      **       GRAVADOS E TOTAL DOS CODIGOS (HASH)                    * 00039300
      ***************************************************************** 00039400
       910-00-GRAVA-TRAILER SECTION.                                    00039500
                                                                        00039600
           MOVE WS-CONT-GRAVADOS TO WS-ARQ-QTD.                         00039700
           MOVE WS-CONT-GRAVADOS TO WS-ARQ-QTD-TRL.                     00039800
           MOVE 'OK'             TO WS-ARQ-SIT.                         00039900
                                                                        00040000
           MOVE SPACES           TO WS-REG-CONTROLE.                    00040100
           MOVE 'TRAILER'        TO WS-RCT-ID.                          00040200
           MOVE WS-ARQ-NOME      TO WS-RCT-ARQUIVO.                     00040300
           MOVE WS-DATA-HOJE     TO WS-RCT-DATA.                        00040400
           MOVE WS-ARQ-SEQUENCIA TO WS-RCT-SEQUENCIA.                   00040500
           MOVE WS-ARQ-QTD       TO WS-RCT-QTD.                         00040600
           MOVE WS-ARQ-HASH      TO WS-RCT-HASH.                        00040700
                                                                        00040800
           WRITE DELTA-REG FROM WS-REG-CONTROLE.                        00040900
                                                                        00041000
       910-99-EXIT.                                                     00041100
           EXIT.                                                        00041200
           EJECT                                                        00041300
      ***************************************************************** 00041400
      **       GRAVA NO RUNCTL O CONTROLE DO ARQUIVO DE               * 00041500
      **       INTERFACE: O REGISTRO DO DIA (NOME DO ARQUIVO +        * 00041600
      **       DATA DE HOJE) COM A SEQUENCIA, A QUANTIDADE            * 00041700
      **       CONTADA (LIDOS), A DO TRAILER (GRAVADOS) E A           * 00041800
      **       SITUACAO, PARA O BATIMENTO DA NOITE (ORB015); E,       * 00041900
      **       COM O ARQUIVO ACEITO, A ULTIMA SEQUENCIA NO            * 00042000
      **       REGISTRO DO ARQUIVO COM DATA 0001-01-01                * 00042100
      ***************************************************************** 00042200
       960-00-GRAVA-CTL-ARQUIVO SECTION.                                00042300
                                                                        00042400
           IF  NOT WS-RUNCTL-ABERTO                                     00042500
               GO TO 960-99-EXIT.                                       00042600
                                                                        00042700
           MOVE WS-ARQ-NOME  TO WS-AUX-JOB.                             00042800
           MOVE WS-DATA-HOJE TO WS-AUX-DATA.                            00042900
           PERFORM 965-00-GRAVA-CHAVE THRU 965-99-EXIT.                 00043000
                                                                        00043100
           IF  NOT WS-ARQ-OK                                            00043200
               GO TO 960-99-EXIT.                                       00043300
                                                                        00043400
           MOVE '0001-01-01' TO WS-AUX-DATA.                            00043500
           PERFORM 965-00-GRAVA-CHAVE THRU 965-99-EXIT.                 00043600
                                                                        00043700
       960-99-EXIT.                                                     00043800
           EXIT.                                                        00043900
                                                                        00044000
       965-00-GRAVA-CHAVE SECTION.                                      00044100
                                                                        00044200
           MOVE WS-CTL-CHAVE-AUX TO CTL-CHAVE.                          00044300
           MOVE 'N'              TO WS-CTL-NOVO-SW.                     00044400
                                                                        00044500
           READ RUNCTL                                                  00044600
               INVALID KEY                                              00044700
                   MOVE 'S' TO WS-CTL-NOVO-SW.                          00044800
                                                                        00044900
           MOVE SPACES           TO RUNCTL-REG.                         00045000
           MOVE WS-CTL-CHAVE-AUX TO CTL-CHAVE.                          00045100
           MOVE 'ORB014'         TO CTL-INPUT.                          00045200
           MOVE WS-ARQ-QTD       TO CTL-LIDOS.                          00045300
           MOVE WS-ARQ-QTD-TRL   TO CTL-GRAVADOS.                       00045400
           MOVE ZEROS            TO CTL-ATUALIZADOS CTL-REJEITADOS.     00045500
           MOVE WS-ARQ-SEQUENCIA TO CTL-ARQ-SEQ.                        00045600
           MOVE WS-ARQ-SIT       TO CTL-ARQ-SIT.                        00045700
                                                                        00045800
           IF  WS-CTL-NOVO                                              00045900
               WRITE RUNCTL-REG                                         00046000
                   INVALID KEY                                          00046100
                       DISPLAY 'ORB014 - ERRO AO GRAVAR O RUNCTL, '     00046200
                               'FILE STATUS = ' WS-RUNCTL-STATUS        00046300
           ELSE                                                         00046400
               REWRITE RUNCTL-REG                                       00046500
                   INVALID KEY                                          00046600
                       DISPLAY 'ORB014 - ERRO AO REGRAVAR O RUNCTL, '   00046700
                               'FILE STATUS = ' WS-RUNCTL-STATUS.       00046800
                                                                        00046900
       965-99-EXIT.                                                     00047000
           EXIT.                                                        00047100
