      *            * CLIENTE_HIST (TIPO 'A') E CADA INCLUSAO GRAVA OS * 00001580
      *            * VALORES INCLUIDOS (TIPO 'I'), COMO A TELA FAZ,   * 00001590
      *            * PARA O EXTRATO DELTA (ORB014) E A AUDITORIA      * 00001600
      *            * ENXERGAREM TAMBEM O MOVIMENTO DA CARGA. O CEP E  * 00001625
      *            * CONFERIDO CONTRA O DIRETORIO DE CEPS (OR04FILE): * 00001650
      *            * CEP DE OUTRA UF OU CIDADE E REJEITADO (MOTIVO 06)* 00001675
      *            * O EXTRATO E CONFERIDO ANTES DE TUDO: HEADER COM  * 00001680
      *            * SEQUENCIA SEGUINTE A ULTIMA ACEITA (RUNCTL) E    * 00001685
      *            * TRAILER COM QUANTIDADE E TOTAL DOS CODIGOS; SE   * 00001690
      *            * DIVERGIR O JOB CANCELA SEM ATUALIZAR (RC=16)     * 00001695
      *            ***************************************************  00001700
                                                                        00001800
       ENVIRONMENT DIVISION.                                            00001900
               RECORD KEY   IS CTL-CHAVE                                00003194
               FILE STATUS  IS WS-RUNCTL-STATUS.                        00003196
                                                                        00003200
           SELECT OR04FILE  ASSIGN TO OR04FILE                          00003222
               ORGANIZATION IS INDEXED                                  00003235
               ACCESS MODE  IS RANDOM                                   00003248
               RECORD KEY   IS OR04-CEP                                 00003261
               FILE STATUS  IS WS-OR04-STATUS.                          00003274
                                                                        00003287
       DATA DIVISION.                                                   00003300
       FILE SECTION.                                                    00003400
       FD  EXTRATO                                                      00003500
           05  CTL-GRAVADOS            PIC 9(07).                       00004908
           05  CTL-ATUALIZADOS         PIC 9(07).                       00004910
           05  CTL-REJEITADOS          PIC 9(07).                       00004912
           05  CTL-ARQ-SEQ             PIC 9(06).                       00004913
           05  CTL-ARQ-SIT             PIC X(02).                       00004914
           05  FILLER                  PIC X(18).                       00004915
                                                                        00004916
       FD  OR04FILE                                                     00004942
           LABEL RECORDS ARE STANDARD.                                  00004948
       01  OR04-REG.                                                    00004954
           05  OR04-CEP                PIC 9(08).                       00004960
           05  OR04-LOGRADOURO         PIC X(40).                       00004966
           05  OR04-BAIRRO             PIC X(30).                       00004972
           05  OR04-CIDADE             PIC X(20).                       00004978
           05  OR04-UF                 PIC X(02).                       00004984
                                                                        00004990
       WORKING-STORAGE SECTION.                                         00005000
       77  WS00-INICIO   PIC X(32) VALUE '*** INICIO DA WORKING ***'.   00005100
                                                                        00005200
           88  WS-CKPT-NAO-EXISTE          VALUE '35'.                  00005500
       77  WS-OR02-STATUS        PIC X(02) VALUE SPACES.                00005510
       77  WS-OR03-STATUS        PIC X(02) VALUE SPACES.                00005515
       77  WS-OR04-STATUS        PIC X(02) VALUE SPACES.                00005517
       77  WS-REJ-STATUS         PIC X(02) VALUE SPACES.                00005520
       77  WS-RELREJ-STATUS      PIC X(02) VALUE SPACES.                00005530
       77  WS-RUNCTL-STATUS      PIC X(02) VALUE SPACES.                00005540
       77  WS-CONT-REJ-NOME    PIC S9(07) COMP VALUE ZEROS.             00006720
       77  WS-CONT-REJ-CEP     PIC S9(07) COMP VALUE ZEROS.             00006730
       77  WS-CONT-REJ-ESTADO  PIC S9(07) COMP VALUE ZEROS.             00006740
       77  WS-CONT-REJ-CEPLOC  PIC S9(07) COMP VALUE ZEROS.             00006742
       77  WS-CONT-REJ-CODIGO  PIC S9(07) COMP VALUE ZEROS.             00006745
       77  WS-CONT-REJ-CIDADE  PIC S9(07) COMP VALUE ZEROS.             00006747
                                                                        00006748
           88  WS-MOTIVO-ESTADO          VALUE '03'.                    00006790
           88  WS-MOTIVO-CODIGO          VALUE '04'.                    00006792
           88  WS-MOTIVO-CIDADE          VALUE '05'.                    00006794
           88  WS-MOTIVO-CEP-LOCAL       VALUE '06'.                    00006796
                                                                        00006798
       01  WS-CABREJ1.                                                  00006800
           05  FILLER  PIC X(15) VALUE SPACES.                          00006805
           05  FILLER  PIC X(45) VALUE                                  00006810
       01  WS-LINRES1.                                                  00006925
           05  FILLER          PIC X(20) VALUE 'REGISTROS LIDOS....:'.  00007000
           05  WS-LINRES1-QTD  PIC ZZZ.ZZ9.                             00007100
                                                                        00007102
       01  WS-CTL-ARQUIVO.                                              00007104
           05  WS-ARQ-NOME          PIC X(08) VALUE SPACES.             00007106
           05  WS-ARQ-SEQUENCIA     PIC 9(06) VALUE ZEROS.              00007108
           05  WS-ARQ-QTD           PIC 9(07) VALUE ZEROS.              00007110
           05  WS-ARQ-QTD-TRL       PIC 9(07) VALUE ZEROS.              00007112
           05  WS-ARQ-HASH          PIC 9(15) VALUE ZEROS.              00007114
           05  WS-ARQ-SIT           PIC X(02) VALUE SPACES.             00007116
               88  WS-ARQ-OK                  VALUE 'OK'.               00007118
               88  WS-ARQ-SEM-HEADER          VALUE 'SH'.               00007120
               88  WS-ARQ-SEM-TRAILER         VALUE 'ST'.               00007122
               88  WS-ARQ-QTD-DIVERGE         VALUE 'QT'.               00007124
               88  WS-ARQ-FORA-SEQ            VALUE 'SQ'.               00007126
               88  WS-ARQ-JA-PROCESSADO       VALUE 'JP'.               00007128
                                                                        00007130
       01  WS-CTL-CHAVE-AUX.                                            00007132
           05  WS-AUX-JOB           PIC X(08) VALUE SPACES.             00007134
           05  WS-AUX-DATA          PIC X(10) VALUE SPACES.             00007136
                                                                        00007138
       01  WS-CTL-NOVO-SW           PIC X(01) VALUE 'N'.                00007140
           88  WS-CTL-NOVO                    VALUE 'S'.                00007142
                                                                        00007144
       01  WS-REG-CONTROLE.                                             00007146
           05  WS-RCT-ID            PIC X(07).                          00007148
               88  WS-RCT-HEADER              VALUE 'HEADER '.          00007150
               88  WS-RCT-TRAILER             VALUE 'TRAILER'.          00007152
           05  FILLER               PIC X(01).                          00007154
           05  WS-RCT-ARQUIVO       PIC X(08).                          00007156
           05  FILLER               PIC X(01).                          00007158
           05  WS-RCT-DATA          PIC X(10).                          00007160
           05  FILLER               PIC X(01).                          00007162
           05  WS-RCT-SEQUENCIA     PIC 9(06).                          00007164
           05  FILLER               PIC X(01).                          00007166
           05  WS-RCT-QTD           PIC 9(09).                          00007168
           05  FILLER               PIC X(01).                          00007170
           05  WS-RCT-HASH          PIC 9(15).                          00007172
                                                                        00007200
           EXEC SQL INCLUDE CLIENTE END-EXEC.                           00007300
                                                                        00007350
                                                                        00010150
           PERFORM 050-00-VERIFICA-RUNCTL THRU 050-99-EXIT.             00010160
                                                                        00010200
           PERFORM 070-00-CONFERE-EXTRATO THRU 070-99-EXIT.             00010233
                                                                        00010266
           OPEN INPUT EXTRATO.                                          00010300
           OPEN INPUT OR02FILE.                                         00010305
           OPEN INPUT OR03FILE.                                         00010307
           OPEN INPUT OR04FILE.                                         00010308
           OPEN OUTPUT REJEITOS.                                        00010310
           OPEN OUTPUT RELREJ.                                          00010315
                                                                        00010400
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00010477
               GO TO 100-99-EXIT.                                       00010478
                                                                        00010479
           IF  WS-OR04-STATUS NOT EQUAL '00'                            00010480
               DISPLAY 'ORB002 - ERRO AO ABRIR O OR04FILE, '            00010481
                       'FILE STATUS = ' WS-OR04-STATUS                  00010482
               MOVE 'S' TO WS-FIM-EXTRATO-SW                            00010483
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00010484
               GO TO 100-99-EXIT.                                       00010485
                                                                        00010486
           WRITE RELREJ-REG FROM WS-CABREJ1 AFTER ADVANCING PAGE.       00010490
           WRITE RELREJ-REG FROM WS-CABREJ2 AFTER ADVANCING 2 LINES.    00010492
                                                                        00010493
      *    DESCARTA O HEADER, JA CONFERIDO EM 070-00                    00010494
                                                                        00010495
           READ EXTRATO                                                 00010496
               AT END                                                   00010497
                   MOVE 'S' TO WS-FIM-EXTRATO-SW.                       00010498
                                                                        00010499
           PERFORM 110-00-ABRE-CHECKPOINT THRU 110-99-EXIT.             00010500
                                                                        00010600
           IF  WS-QTD-PULAR GREATER THAN ZEROS                          00010700
       200-00-PROCESSA SECTION.                                         00016200
                                                                        00016300
           PERFORM 150-00-VALIDA-EXTRATO THRU 150-99-EXIT.              00016310
                                                                        00016312
           IF  WS-EXT-VALIDO                                            00016314
               PERFORM 155-00-CONFERE-CEP THRU 155-99-EXIT.             00016316
                                                                        00016320
           IF  WS-EXT-REJEITADO                                         00016330
               PERFORM 160-00-GRAVA-REJEITO THRU 160-99-EXIT            00016340
                                                                        00020700
           READ EXTRATO                                                 00020800
               AT END                                                   00020900
                   MOVE 'S' TO WS-FIM-EXTRATO-SW                        00020920
                   GO TO 200-10-EXIT.                                   00020940
                                                                        00020960
           MOVE EXTRATO-REG TO WS-REG-CONTROLE.                         00020980
                                                                        00021000
      *    O TRAILER, JA CONFERIDO, ENCERRA A LEITURA                   00021020
                                                                        00021040
           IF  WS-RCT-TRAILER                                           00021060
               MOVE 'S' TO WS-FIM-EXTRATO-SW.                           00021080
                                                                        00021100
           GO TO 200-10-EXIT.                                           00021200
                                                                        00021300
                           MOVE 'CIDADE NAO CADASTRADA'                 00021682
                                               TO WS-LINREJ-DESCR       00021683
                       ELSE                                             00021684
                           IF  WS-MOTIVO-CEP-LOCAL                      00021685
                               ADD  1 TO WS-CONT-REJ-CEPLOC             00021686
                               MOVE 'CEP DE OUTRA UF/CIDADE'            00021687
                                               TO WS-LINREJ-DESCR       00021688
                           ELSE                                         00021689
                               ADD  1 TO WS-CONT-REJ-ESTADO             00021690
                               MOVE 'ESTADO NAO CADASTRADO'             00021691
                                               TO WS-LINREJ-DESCR.      00021692
                                                                        00021693
           WRITE RELREJ-REG FROM WS-LINREJ AFTER ADVANCING 1 LINE.      00021694
                                                                        00021695
       160-99-EXIT.                                                     00021696
           EXIT.                                                        00021697
           EJECT                                                        00021698
      ***************************************************************** 00021700
      **       INSERE UM CLIENTE NOVO QUANDO O CODIGO AINDA NAO       * 00021800
      **       EXISTE NA TABELA, COM OS VALORES INCLUIDOS GRAVADOS    * 00021900
       900-00-TERMINO SECTION.                                          00026000
                                                                        00026050
           IF  WS-ERRO-ABERTURA                                         00026060
               CLOSE EXTRATO OR02FILE OR03FILE OR04FILE REJEITOS RELREJ 00026066
                     RUNCTL                                             00026072
               GO TO 900-99-EXIT.                                       00026080
                                                                        00026100
           EXEC SQL COMMIT END-EXEC.                                    00026200
           CLOSE EXTRATO.                                               00026800
           CLOSE OR02FILE.                                              00026810
           CLOSE OR03FILE.                                              00026820
           CLOSE OR04FILE.                                              00026825
           CLOSE REJEITOS.                                              00026830
           CLOSE RELREJ.                                                00026850
                                                                        00026900
                   WS-CONT-REJ-CIDADE.                                  00027284
           DISPLAY 'ORB002 -   POR CODIGO.........: '                   00027285
                   WS-CONT-REJ-CODIGO.                                  00027290
           DISPLAY 'ORB002 -   POR CEP X UF/CIDADE: '                   00027293
                   WS-CONT-REJ-CEPLOC.                                  00027296
           DISPLAY 'ORB002 - ERROS...............: ' WS-CONT-ERROS.     00027300
                                                                        00027400
       900-99-EXIT.                                                     00027500
                   DISPLAY 'ORB002 - ERRO AO GRAVAR O RUNCTL, '         00028120
                           'FILE STATUS = ' WS-RUNCTL-STATUS.           00028140
                                                                        00028160
           PERFORM 960-00-GRAVA-CTL-ARQUIVO THRU 960-99-EXIT.           00028166
                                                                        00028172
           CLOSE RUNCTL.                                                00028180
                                                                        00028200
       950-99-EXIT.                                                     00028220
           EXIT.                                                        00028240
           EJECT                                                        00028340
      ***************************************************************** 00028440
      **       GRAVA NO RUNCTL O CONTROLE DO ARQUIVO DE               * 00028540
      **       INTERFACE: O REGISTRO DO DIA (NOME DO ARQUIVO +        * 00028640
      **       DATA DE HOJE) COM A SEQUENCIA, A QUANTIDADE            * 00028740
      **       CONTADA (LIDOS), A DO TRAILER (GRAVADOS) E A           * 00028840
      **       SITUACAO, PARA O BATIMENTO DA NOITE (ORB015); E,       * 00028940
      **       COM O ARQUIVO ACEITO, A ULTIMA SEQUENCIA NO            * 00029040
      **       REGISTRO DO ARQUIVO COM DATA 0001-01-01                * 00029140
      ***************************************************************** 00029240
       960-00-GRAVA-CTL-ARQUIVO SECTION.                                00029340
                                                                        00029440
           IF  NOT WS-RUNCTL-ABERTO                                     00029540
               GO TO 960-99-EXIT.                                       00029640
                                                                        00029740
           MOVE WS-ARQ-NOME  TO WS-AUX-JOB.                             00029840
           MOVE WS-DATA-HOJE TO WS-AUX-DATA.                            00029940
           PERFORM 965-00-GRAVA-CHAVE THRU 965-99-EXIT.                 00030040
                                                                        00030140
           IF  NOT WS-ARQ-OK                                            00030240
               GO TO 960-99-EXIT.                                       00030340
                                                                        00030440
           MOVE '0001-01-01' TO WS-AUX-DATA.                            00030540
           PERFORM 965-00-GRAVA-CHAVE THRU 965-99-EXIT.                 00030640
                                                                        00030740
       960-99-EXIT.                                                     00030840
           EXIT.                                                        00030940
                                                                        00031040
       965-00-GRAVA-CHAVE SECTION.                                      00031140
                                                                        00031240
           MOVE WS-CTL-CHAVE-AUX TO CTL-CHAVE.                          00031340
           MOVE 'N'              TO WS-CTL-NOVO-SW.                     00031440
                                                                        00031540
           READ RUNCTL                                                  00031640
               INVALID KEY                                              00031740
                   MOVE 'S' TO WS-CTL-NOVO-SW.                          00031840
                                                                        00031940
           MOVE SPACES           TO RUNCTL-REG.                         00032040
           MOVE WS-CTL-CHAVE-AUX TO CTL-CHAVE.                          00032140
           MOVE 'ORB002'         TO CTL-INPUT.                          00032240
           MOVE WS-ARQ-QTD       TO CTL-LIDOS.                          00032340
           MOVE WS-ARQ-QTD-TRL   TO CTL-GRAVADOS.                       00032440
           MOVE ZEROS            TO CTL-ATUALIZADOS CTL-REJEITADOS.     00032540
           MOVE WS-ARQ-SEQUENCIA TO CTL-ARQ-SEQ.                        00032640
           MOVE WS-ARQ-SIT       TO CTL-ARQ-SIT.                        00032740
                                                                        00032840
           IF  WS-CTL-NOVO                                              00032940
               WRITE RUNCTL-REG                                         00033040
                   INVALID KEY                                          00033140
                       DISPLAY 'ORB002 - ERRO AO GRAVAR O RUNCTL, '     00033240
                               'FILE STATUS = ' WS-RUNCTL-STATUS        00033340
           ELSE                                                         00033440
               REWRITE RUNCTL-REG                                       00033540
                   INVALID KEY                                          00033640
                       DISPLAY 'ORB002 - ERRO AO REGRAVAR O RUNCTL, '   00033740
                               'FILE STATUS = ' WS-RUNCTL-STATUS.       00033840
                                                                        00033940
       965-99-EXIT.                                                     00034040
           EXIT.                                                        00034140
           EJECT                                                        00034240
      ***************************************************************** 00034340
      **       CONFERENCIA DO EXTRATO ANTES DE QUALQUER ATUALIZACAO:  * 00034440
      **       O PRIMEIRO REGISTRO TEM DE SER O HEADER DO EXTRATO E O * 00034540
      **       ULTIMO O TRAILER, COM A QUANTIDADE E O TOTAL DOS       * 00034640
      **       CODIGOS IGUAIS AOS CONTADOS; A SEQUENCIA DO HEADER     * 00034740
      **       TEM DE SER A SEGUINTE A ULTIMA ACEITA (RUNCTL).        * 00034840
      **       ARQUIVO RECUSADO CANCELA O JOB NA HORA (RC=16)         * 00034940
      ***************************************************************** 00035040
       070-00-CONFERE-EXTRATO SECTION.                                  00035140
                                                                        00035240
           MOVE 'EXTRATO' TO WS-ARQ-NOME.                               00035340
           MOVE ZEROS     TO WS-ARQ-SEQUENCIA WS-ARQ-QTD                00035440
                             WS-ARQ-QTD-TRL WS-ARQ-HASH.                00035540
                                                                        00035640
           OPEN INPUT EXTRATO.                                          00035740
                                                                        00035840
      *    ERRO DE ABERTURA E TRATADO NA ABERTURA DO PROCESSAMENTO      00035940
                                                                        00036040
           IF  WS-EXT-STATUS NOT EQUAL '00'                             00036140
               GO TO 070-99-EXIT.                                       00036240
                                                                        00036340
           READ EXTRATO                                                 00036440
               AT END                                                   00036540
                   MOVE 'SH' TO WS-ARQ-SIT                              00036640
                   GO TO 070-90-RECUSA.                                 00036740
                                                                        00036840
           MOVE EXTRATO-REG TO WS-REG-CONTROLE.                         00036940
                                                                        00037040
           IF  NOT WS-RCT-HEADER                                        00037140
               OR WS-RCT-ARQUIVO NOT EQUAL 'EXTRATO'                    00037240
               MOVE 'SH' TO WS-ARQ-SIT                                  00037340
               GO TO 070-90-RECUSA.                                     00037440
                                                                        00037540
           MOVE WS-RCT-SEQUENCIA TO WS-ARQ-SEQUENCIA.                   00037640
                                                                        00037740
           PERFORM 075-00-CONTA-EXTRATO THRU 075-99-EXIT                00037840
               UNTIL WS-FIM-EXTRATO OR WS-RCT-TRAILER.                  00037940
                                                                        00038040
           IF  NOT WS-RCT-TRAILER                                       00038140
               MOVE 'ST' TO WS-ARQ-SIT                                  00038240
               GO TO 070-90-RECUSA.                                     00038340
                                                                        00038440
           MOVE WS-RCT-QTD TO WS-ARQ-QTD-TRL.                           00038540
                                                                        00038640
           IF  WS-RCT-QTD NOT EQUAL WS-ARQ-QTD                          00038740
               OR WS-RCT-HASH NOT EQUAL WS-ARQ-HASH                     00038840
               MOVE 'QT' TO WS-ARQ-SIT                                  00038940
               GO TO 070-90-RECUSA.                                     00039040
                                                                        00039140
           IF  NOT WS-RUNCTL-ABERTO                                     00039240
               DISPLAY 'ORB002 - RUNCTL INDISPONIVEL, SEQUENCIA DO '    00039340
                       'EXTRATO NAO CONFERIDA'                          00039440
               GO TO 070-80-ACEITA.                                     00039540
                                                                        00039640
      *    SEM REGISTRO DE SEQUENCIA O ARQUIVO E O PRIMEIRO RECEBIDO    00039740
                                                                        00039840
           MOVE WS-ARQ-NOME  TO CTL-JOB.                                00039940
           MOVE '0001-01-01' TO CTL-DATA.                               00040040
                                                                        00040140
           READ RUNCTL                                                  00040240
               INVALID KEY                                              00040340
                   GO TO 070-80-ACEITA.                                 00040440
                                                                        00040540
           IF  WS-ARQ-SEQUENCIA NOT GREATER THAN CTL-ARQ-SEQ            00040640
               MOVE 'JP' TO WS-ARQ-SIT                                  00040740
               GO TO 070-90-RECUSA.                                     00040840
                                                                        00040940
           IF  WS-ARQ-SEQUENCIA GREATER THAN CTL-ARQ-SEQ + 1            00041040
               MOVE 'SQ' TO WS-ARQ-SIT                                  00041140
               GO TO 070-90-RECUSA.                                     00041240
                                                                        00041340
       070-80-ACEITA.                                                   00041440
                                                                        00041540
           CLOSE EXTRATO.                                               00041640
                                                                        00041740
           MOVE 'OK' TO WS-ARQ-SIT.                                     00041840
           MOVE 'N'  TO WS-FIM-EXTRATO-SW.                              00041940
                                                                        00042040
           DISPLAY 'ORB002 - EXTRATO SEQUENCIA ' WS-ARQ-SEQUENCIA       00042140
                   ' CONFERIDO COM ' WS-ARQ-QTD ' REGISTROS'.           00042240
                                                                        00042340
           GO TO 070-99-EXIT.                                           00042440
                                                                        00042540
       070-90-RECUSA.                                                   00042640
                                                                        00042740
           CLOSE EXTRATO.                                               00042840
                                                                        00042940
           DISPLAY 'ORB002 - EXTRATO RECUSADO, SITUACAO ' WS-ARQ-SIT    00043040
                   ' SEQUENCIA ' WS-ARQ-SEQUENCIA                       00043140
                   '. EXECUCAO CANCELADA'.                              00043240
                                                                        00043340
      *    SO O CONTROLE DO ARQUIVO E GRAVADO: SEM O REGISTRO DO JOB    00043440
      *    O EXTRATO CORRIGIDO PODE SER REPROCESSADO NO MESMO DIA       00043540
                                                                        00043640
           PERFORM 960-00-GRAVA-CTL-ARQUIVO THRU 960-99-EXIT.           00043740
                                                                        00043840
           IF  WS-RUNCTL-ABERTO                                         00043940
               CLOSE RUNCTL.                                            00044040
                                                                        00044140
           MOVE 16 TO RETURN-CODE.                                      00044240
                                                                        00044340
           STOP RUN.                                                    00044440
                                                                        00044540
       070-99-EXIT.                                                     00044640
           EXIT.                                                        00044740
                                                                        00044840
       075-00-CONTA-EXTRATO SECTION.                                    00044940
                                                                        00045040
           READ EXTRATO                                                 00045140
               AT END                                                   00045240
                   MOVE 'S' TO WS-FIM-EXTRATO-SW                        00045340
                   GO TO 075-99-EXIT.                                   00045440
                                                                        00045540
           MOVE EXTRATO-REG TO WS-REG-CONTROLE.                         00045640
                                                                        00045740
           IF  WS-RCT-TRAILER                                           00045840
               GO TO 075-99-EXIT.                                       00045940
                                                                        00046040
           ADD 1 TO WS-ARQ-QTD.                                         00046140
                                                                        00046240
           IF  EXT-CODIGO NUMERIC                                       00046340
               ADD EXT-CODIGO TO WS-ARQ-HASH.                           00046440
                                                                        00046540
       075-99-EXIT.                                                     00046640
           EXIT.                                                        00046740
           EJECT                                                        00046840
      ***************************************************************** 00046940
      **       CONFERE O CEP DO REGISTRO JA CRITICADO CONTRA O        * 00047040
      **       DIRETORIO DE CEPS (OR04FILE): CEP DE OUTRA UF OU DE    * 00047140
      **       OUTRA CIDADE E REJEITADO (MOTIVO 06); CEP FORA DO      * 00047240
      **       DIRETORIO E ACEITO                                     * 00047340
      ***************************************************************** 00047440
       155-00-CONFERE-CEP SECTION.                                      00047540
                                                                        00047640
           MOVE EXT-CEP TO OR04-CEP.                                    00047740
                                                                        00047840
           READ OR04FILE                                                00047940
               INVALID KEY                                              00048040
                   GO TO 155-99-EXIT.                                   00048140
                                                                        00048240
           IF  OR04-UF     NOT EQUAL EXT-ESTADO  OR                     00048340
               OR04-CIDADE NOT EQUAL EXT-CIDADE                         00048440
               MOVE 'N'  TO WS-EXT-VALIDO-SW                            00048540
               MOVE '06' TO WS-MOTIVO-REJ.                              00048640
                                                                        00048740
       155-99-EXIT.                                                     00048840
           EXIT.                                                        00048940
