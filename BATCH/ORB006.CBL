      *            * CLIENTE: MARCA ENDERECO E/OU EMAIL INVALIDOS NO *  00000700
      *            * CADASTRO E IMPRIME RELATORIO DE CONCILIACAO DOS *  00000800
      *            * RETORNOS CASADOS, NAO ENCONTRADOS E JA MARCADOS *  00000900
      *            * RETORNO DE ENDERECO DE COBRANCA OU ENTREGA      *  00000925
      *            * (CLIENTE_ENDERECO) MARCA SO O ENDERECO QUE      *  00000950
      *            * VOLTOU, SEM TOCAR NO PRINCIPAL DO CLIENTE       *  00000975
      *            * O RETFILE E CONFERIDO ANTES DE TUDO: HEADER COM *  00000980
      *            * SEQUENCIA SEGUINTE A ULTIMA ACEITA (RUNCTL) E   *  00000985
      *            * TRAILER COM QUANTIDADE E TOTAL DOS CODIGOS; SE  *  00000990
      *            * DIVERGIR O JOB CANCELA SEM MARCAR (RC=16)       *  00000995
      *            * COMMIT E CHECKPOINT NO RUNCTL A CADA N RETORNOS *  00000996
      *            * (CARTAO CMTPARM, PADRAO 1000); SE O JOB CAIR, A *  00000997
      *            * REEXECUCAO NO MESMO DIA RETOMA DO ULTIMO COMMIT *  00000998
      *            * SEM REMARCAR O QUE JA FOI CONFIRMADO            *  00000999
      *            ***************************************************  00001000
                                                                        00001100
       ENVIRONMENT DIVISION.                                            00001200
           DECIMAL-POINT IS COMMA.                                      00001500
       INPUT-OUTPUT SECTION.                                            00001600
       FILE-CONTROL.                                                    00001700
           SELECT CMTPARM   ASSIGN TO CMTPARM                           00001720
               ORGANIZATION IS SEQUENTIAL                               00001740
               FILE STATUS  IS WS-CMT-STATUS.                           00001760
                                                                        00001780
           SELECT RETFILE   ASSIGN TO RETFILE                           00001800
               ORGANIZATION IS SEQUENTIAL                               00001900
               FILE STATUS  IS WS-RET-STATUS.                           00002000
                                                                        00002410
           SELECT RUNCTL    ASSIGN TO RUNCTL                            00002420
               ORGANIZATION IS INDEXED                                  00002430
               ACCESS MODE  IS DYNAMIC                                  00002440
               RECORD KEY   IS CTL-CHAVE                                00002450
               FILE STATUS  IS WS-RUNCTL-STATUS.                        00002460
                                                                        00002500
       DATA DIVISION.                                                   00002600
       FILE SECTION.                                                    00002700
       FD  CMTPARM                                                      00002714
           LABEL RECORDS ARE STANDARD.                                  00002728
       01  CMTPARM-REG.                                                 00002742
           05  CMT-INTERVALO       PIC 9(05).                           00002756
           05  FILLER              PIC X(75).                           00002770
                                                                        00002784
       FD  RETFILE                                                      00002800
           LABEL RECORDS ARE STANDARD.                                  00002900
       01  RETFILE-REG.                                                 00003000
           05  RET-CODIGO          PIC X(07).                           00003100
           05  RET-CODIGO-N        REDEFINES RET-CODIGO                 00003133
                                   PIC 9(07).                           00003166
           05  FILLER              PIC X(01).                           00003200
           05  RET-TIPO            PIC X(01).                           00003300
               88  RET-TIPO-CORREIO         VALUE 'C'.                  00003400
               88  RET-TIPO-EMAIL           VALUE 'E'.                  00003500
           05  FILLER              PIC X(01).                           00003600
           05  RET-MOTIVO          PIC X(30).                           00003700
           05  RET-TIPO-END        PIC X(01).                           00003740
               88  RET-END-COBRANCA         VALUE 'C'.                  00003780
               88  RET-END-ENTREGA          VALUE 'E'.                  00003820
           05  FILLER              PIC X(39).                           00003860
                                                                        00003900
       FD  RELATORIO                                                    00004000
           LABEL RECORDS ARE OMITTED.                                   00004100
           05  CTL-GRAVADOS            PIC 9(07).                       00004292
           05  CTL-ATUALIZADOS         PIC 9(07).                       00004294
           05  CTL-REJEITADOS          PIC 9(07).                       00004296
           05  CTL-ARQ-SEQ             PIC 9(06).                       00004297
           05  CTL-ARQ-SIT             PIC X(02).                       00004298
           05  CTL-SITUACAO            PIC X(01).                       00004312
               88  CTL-EM-ANDAMENTO        VALUE 'P'.                   00004326
           05  CTL-REINICIOS           PIC 9(03).                       00004340
           05  CTL-POSICAO             PIC 9(07).                       00004354
           05  FILLER                  PIC X(07).                       00004368
                                                                        00004382
       WORKING-STORAGE SECTION.                                         00004400
       77  WS00-INICIO   PIC X(32) VALUE '*** INICIO DA WORKING ***'.   00004500
                                                                        00004600
       77  WS-RELAT-STATUS      PIC X(02) VALUE SPACES.                 00004800
       77  WS-RUNCTL-STATUS     PIC X(02) VALUE SPACES.                 00004810
           88  WS-RUNCTL-NAO-EXISTE       VALUE '35'.                   00004820
       77  WS-CMT-STATUS        PIC X(02) VALUE SPACES.                 00004823
           88  WS-CMT-NAO-EXISTE          VALUE '35'.                   00004826
                                                                        00004830
       01  WS-RUNCTL-ABERTO-SW  PIC X(01) VALUE 'N'.                    00004840
           88  WS-RUNCTL-ABERTO           VALUE 'S'.                    00004850
               88  WS-FIM-RETORNO               VALUE 'S'.              00005200
           05  WS-ERRO-ABERTURA-SW    PIC X(01) VALUE 'N'.              00005300
               88  WS-ERRO-ABERTURA             VALUE 'S'.              00005400
           05  WS-REINICIO-SW         PIC X(01) VALUE 'N'.              00005420
               88  WS-REINICIO                  VALUE 'S'.              00005440
           05  WS-CTL-GRAVADO-SW      PIC X(01) VALUE 'N'.              00005460
               88  WS-CTL-GRAVADO               VALUE 'S'.              00005480
           05  WS-FIM-BUSCA-SW        PIC X(01) VALUE 'N'.              00005486
               88  WS-FIM-BUSCA                 VALUE 'S'.              00005492
                                                                        00005500
       77  WS-CONT-LIDOS        PIC S9(07) COMP VALUE ZEROS.            00005600
       77  WS-CONT-MARC-END     PIC S9(07) COMP VALUE ZEROS.            00005700
       77  WS-CONT-JA-MARCADOS  PIC S9(07) COMP VALUE ZEROS.            00005900
       77  WS-CONT-NAO-ENCONTR  PIC S9(07) COMP VALUE ZEROS.            00006000
       77  WS-CONT-ERROS        PIC S9(07) COMP VALUE ZEROS.            00006100
       77  WS-CONT-SOBREVIV     PIC S9(07) COMP VALUE ZEROS.            00006150
       77  WS-CONT-MARC-TIPADO  PIC S9(07) COMP VALUE ZEROS.            00006152
                                                                        00006154
       77  WS-N-CHECKPOINT      PIC S9(07) COMP VALUE +1000.            00006156
       77  WS-CONT-DESDE-CKPT   PIC S9(07) COMP VALUE ZEROS.            00006158
       77  WS-QTD-PULAR         PIC S9(07) COMP VALUE ZEROS.            00006160
       77  WS-CONT-PULADOS      PIC S9(07) COMP VALUE ZEROS.            00006162
       77  WS-REINICIOS         PIC 9(03) VALUE ZEROS.                  00006164
       77  WS-CTL-SIT-JOB       PIC X(01) VALUE SPACES.                 00006166
       77  WS-BUSCA-DATA        PIC X(10) VALUE SPACES.                 00006168
       77  WS-BUSCA-SIT         PIC X(01) VALUE SPACES.                 00006170
       77  WS-PEND-DATA         PIC X(10) VALUE SPACES.                 00006172
                                                                        00006183
       01  WS-CTL-ANTERIOR.                                             00006184
           05  WS-ANT-LIDOS     PIC S9(07) COMP VALUE ZEROS.            00006185
           05  WS-ANT-ATUALIZ   PIC S9(07) COMP VALUE ZEROS.            00006186
           05  WS-ANT-REJEIT    PIC S9(07) COMP VALUE ZEROS.            00006187
                                                                        00006200
       01  WS-CAB1.                                                     00006300
           05  FILLER  PIC X(20) VALUE SPACES.                          00006400
           05  FILLER  PIC X(05) VALUE 'TIPO'.                          00007100
           05  FILLER  PIC X(16) VALUE 'RESULTADO'.                     00007200
           05  FILLER  PIC X(30) VALUE 'MOTIVO DO FORNECEDOR'.          00007300
           05  FILLER  PIC X(12) VALUE 'SOBREVIVENTE'.                  00007350
                                                                        00007400
       01  WS-LINDET.                                                   00007500
           05  WS-LINDET-CODIGO  PIC ZZZZZZ9.                           00007600
           05  WS-LINDET-RESULT  PIC X(15).                             00008200
           05  FILLER            PIC X(01) VALUE SPACES.                00008300
           05  WS-LINDET-MOTIVO  PIC X(30).                             00008400
           05  FILLER            PIC X(01) VALUE SPACES.                00008433
           05  WS-LINDET-SOBREV  PIC ZZZZZZ9.                           00008466
                                                                        00008500
       01  WS-RES-SQLCODE.                                              00008600
           05  FILLER            PIC X(05) VALUE 'SQL '.                00008700
           05  FILLER         PIC X(22) VALUE 'ERROS................:'. 00011100
           05  WS-LINRES6-QTD PIC ZZZ.ZZ9.                              00011200
                                                                        00011300
       01  WS-LINRES7.                                                  00011302
           05  FILLER         PIC X(22) VALUE 'DESVIADOS P/ SOBREV..:'. 00011304
           05  WS-LINRES7-QTD PIC ZZZ.ZZ9.                              00011306
                                                                        00011308
       01  WS-LINRES8.                                                  00011310
           05  FILLER         PIC X(22) VALUE 'END. TIPADOS MARCADOS:'. 00011312
           05  WS-LINRES8-QTD PIC ZZZ.ZZ9.                              00011314
                                                                        00011316
       01  WS-LINREI.                                                   00011318
           05  FILLER         PIC X(22) VALUE 'CONFIRMADOS ANTES....:'. 00011320
           05  WS-LINREI-QTD  PIC ZZZ.ZZ9.                              00011322
                                                                        00011324
       01  WS-CTL-ARQUIVO.                                              00011326
           05  WS-ARQ-NOME          PIC X(08) VALUE SPACES.             00011328
           05  WS-ARQ-SEQUENCIA     PIC 9(06) VALUE ZEROS.              00011330
           05  WS-ARQ-QTD           PIC 9(07) VALUE ZEROS.              00011332
           05  WS-ARQ-QTD-TRL       PIC 9(07) VALUE ZEROS.              00011334
           05  WS-ARQ-HASH          PIC 9(15) VALUE ZEROS.              00011336
           05  WS-ARQ-SIT           PIC X(02) VALUE SPACES.             00011338
               88  WS-ARQ-OK                  VALUE 'OK'.               00011340
               88  WS-ARQ-SEM-HEADER          VALUE 'SH'.               00011342
               88  WS-ARQ-SEM-TRAILER         VALUE 'ST'.               00011344
               88  WS-ARQ-QTD-DIVERGE         VALUE 'QT'.               00011346
               88  WS-ARQ-FORA-SEQ            VALUE 'SQ'.               00011348
               88  WS-ARQ-JA-PROCESSADO       VALUE 'JP'.               00011350
                                                                        00011352
       01  WS-CTL-CHAVE-AUX.                                            00011354
           05  WS-AUX-JOB           PIC X(08) VALUE SPACES.             00011356
           05  WS-AUX-DATA          PIC X(10) VALUE SPACES.             00011358
                                                                        00011360
       01  WS-CTL-NOVO-SW           PIC X(01) VALUE 'N'.                00011362
           88  WS-CTL-NOVO                    VALUE 'S'.                00011364
                                                                        00011366
       01  WS-REG-CONTROLE.                                             00011368
           05  WS-RCT-ID            PIC X(07).                          00011370
               88  WS-RCT-HEADER              VALUE 'HEADER '.          00011372
               88  WS-RCT-TRAILER             VALUE 'TRAILER'.          00011374
           05  FILLER               PIC X(01).                          00011376
           05  WS-RCT-ARQUIVO       PIC X(08).                          00011378
           05  FILLER               PIC X(01).                          00011380
           05  WS-RCT-DATA          PIC X(10).                          00011382
           05  FILLER               PIC X(01).                          00011384
           05  WS-RCT-SEQUENCIA     PIC 9(06).                          00011386
           05  FILLER               PIC X(01).                          00011388
           05  WS-RCT-QTD           PIC 9(09).                          00011390
           05  FILLER               PIC X(01).                          00011392
           05  WS-RCT-HASH          PIC 9(15).                          00011394
                                                                        00011396
           EXEC SQL INCLUDE CLIENTE END-EXEC.                           00011400
                                                                        00011433
           EXEC SQL INCLUDE CLIFUSAO END-EXEC.                          00011466
                                                                        00011477
           EXEC SQL INCLUDE CLIENDER END-EXEC.                          00011488
                                                                        00011500
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00011600
                                                                        00011700
      **       CONTROLE DE EXECUCAO (RUNCTL): SE JA EXISTE REGISTRO   * 00013602
      **       DESTE JOB PARA A DATA DE HOJE, O RETORNO JA FOI        * 00013604
      **       CONCILIADO E O JOB E CANCELADO NA HORA (RC=16)         * 00013606
      **       SE FICOU EM ANDAMENTO (QUEDA APOS CHECKPOINT), REINICIA* 00013607
      ***************************************************************** 00013608
       050-00-VERIFICA-RUNCTL SECTION.                                  00013610
                                                                        00013612
                                                                        00013668
           READ RUNCTL                                                  00013670
               INVALID KEY                                              00013672
                   PERFORM 060-00-BUSCA-PENDENTE THRU 060-99-EXIT       00013673
                   GO TO 050-99-EXIT.                                   00013674
                                                                        00013676
           IF  CTL-EM-ANDAMENTO                                         00013677
               PERFORM 055-00-PREPARA-REINICIO THRU 055-99-EXIT         00013678
               GO TO 050-99-EXIT.                                       00013679
                                                                        00013680
           DISPLAY 'ORB006 - ENTRADA ' CTL-INPUT ' JA PROCESSADA EM '   00013681
                   CTL-DATA '. EXECUCAO CANCELADA'.                     00013682
                                                                        00013683
           CLOSE RUNCTL.                                                00013684
                                                                        00013686
           MOVE 16 TO RETURN-CODE.                                      00013688
           EJECT                                                        00013700
      ***************************************************************** 00013700
      **       ABERTURA DOS ARQUIVOS, CABECALHO DO RELATORIO E        * 00013800
      **       LEITURA DO PRIMEIRO RETORNO (NUM REINICIO, DO          * 00013855
      **       PRIMEIRO AINDA NAO CONFIRMADO)                         * 00013856
      ***************************************************************** 00014000
       100-00-INICIO SECTION.                                           00014100
                                                                        00014150
           PERFORM 040-00-LE-CMTPARM THRU 040-99-EXIT.                  00014153
                                                                        00014156
           PERFORM 050-00-VERIFICA-RUNCTL THRU 050-99-EXIT.             00014160
                                                                        00014173
           PERFORM 070-00-CONFERE-RETFILE THRU 070-99-EXIT.             00014186
                                                                        00014200
           OPEN INPUT  RETFILE.                                         00014300
           OPEN OUTPUT RELATORIO.                                       00014400
           WRITE ORB006-REG FROM WS-CAB1 AFTER ADVANCING PAGE.          00016000
           WRITE ORB006-REG FROM WS-CAB2 AFTER ADVANCING 2 LINES.       00016100
                                                                        00016200
      *    DESCARTA O HEADER, JA CONFERIDO EM 070-00                    00016214
                                                                        00016228
           READ RETFILE                                                 00016242
               AT END                                                   00016256
                   MOVE 'S' TO WS-FIM-RETORNO-SW.                       00016270
                                                                        00016284
           IF  WS-QTD-PULAR GREATER THAN ZEROS                          00016285
               DISPLAY 'ORB006 - REINICIO. PULANDO ' WS-QTD-PULAR       00016286
                       ' REGISTROS JA PROCESSADOS'.                     00016287
                                                                        00016288
           PERFORM 120-00-PULA-REGISTRO THRU 120-99-EXIT                00016289
               UNTIL WS-CONT-PULADOS EQUAL WS-QTD-PULAR                 00016290
                  OR WS-FIM-RETORNO.                                    00016291
                                                                        00016292
           PERFORM 200-10-LE-RETORNO THRU 200-10-EXIT.                  00016300
                                                                        00016400
       100-99-EXIT.                                                     00016500
           EXIT.                                                        00016506
           EJECT                                                        00016512
      ***************************************************************** 00016518
      **       DESCARTA, NUM REINICIO, OS REGISTROS JA PROCESSADOS    * 00016524
      **       E CONFIRMADOS NA EXECUCAO INTERROMPIDA                 * 00016530
      ***************************************************************** 00016536
       120-00-PULA-REGISTRO SECTION.                                    00016542
                                                                        00016548
           PERFORM 200-10-LE-RETORNO THRU 200-10-EXIT.                  00016554
                                                                        00016560
           IF  NOT WS-FIM-RETORNO                                       00016566
               ADD 1 TO WS-CONT-PULADOS.                                00016572
                                                                        00016578
       120-99-EXIT.                                                     00016584
           EXIT.                                                        00016600
           EJECT                                                        00016700
      ***************************************************************** 00016800
                                                                        00020000
           PERFORM 210-00-BUSCA-CLIENTE THRU 210-99-EXIT.               00020100
                                                                        00020200
      *    CODIGO QUE SAIU NUMA FUSAO VALE PARA O SOBREVIVENTE          00020216
                                                                        00020232
           IF  SQLCODE EQUAL +100                                       00020248
               PERFORM 215-00-BUSCA-FUSAO THRU 215-99-EXIT.             00020264
                                                                        00020280
           IF  SQLCODE EQUAL +100                                       00020300
               ADD  1                TO WS-CONT-NAO-ENCONTR             00020400
               MOVE 'NAO ENCONTRADO' TO WS-LINDET-RESULT                00020500
               GO TO 200-99-EXIT.                                       00021400
                                                                        00021500
           MOVE NOME-CLI TO WS-LINDET-NOME.                             00021600
                                                                        00021612
      *    RETORNO DE ENDERECO DE COBRANCA OU ENTREGA MARCA SO ELE      00021624
           IF  RET-TIPO-CORREIO                                         00021636
               AND (RET-END-COBRANCA OR RET-END-ENTREGA)                00021648
               PERFORM 225-00-MARCA-END-TIPADO THRU 225-99-EXIT         00021660
               PERFORM 200-20-GRAVA-LINHA THRU 200-20-EXIT              00021672
               GO TO 200-99-EXIT.                                       00021684
                                                                        00021700
           IF  RET-TIPO-CORREIO                                         00021800
               IF  ENDERECO-INVALIDO-CLI EQUAL 'S'                      00021900
           EXIT.                                                        00023600
           EJECT                                                        00023700
      ***************************************************************** 00023800
      **       GRAVA A LINHA DE DETALHE, FAZ O CHECKPOINT A CADA N    * 00023866
      **       RETORNOS E LE O PROXIMO                                * 00023932
      ***************************************************************** 00024000
       200-20-GRAVA-LINHA SECTION.                                      00024100
                                                                        00024200
           WRITE ORB006-REG FROM WS-LINDET AFTER ADVANCING 1 LINE.      00024300
                                                                        00024316
           ADD 1 TO WS-CONT-DESDE-CKPT.                                 00024332
                                                                        00024348
           IF  WS-CONT-DESDE-CKPT EQUAL WS-N-CHECKPOINT                 00024364
               PERFORM 250-00-GRAVA-CHECKPOINT THRU 250-99-EXIT.        00024380
                                                                        00024400
           PERFORM 200-10-LE-RETORNO THRU 200-10-EXIT.                  00024500
                                                                        00024600
                                                                        00025600
           READ RETFILE                                                 00025700
               AT END                                                   00025800
                   MOVE 'S' TO WS-FIM-RETORNO-SW                        00025820
                   GO TO 200-10-EXIT.                                   00025840
                                                                        00025860
           MOVE RETFILE-REG TO WS-REG-CONTROLE.                         00025880
                                                                        00025900
      *    O TRAILER, JA CONFERIDO, ENCERRA A LEITURA                   00025920
                                                                        00025940
           IF  WS-RCT-TRAILER                                           00025960
               MOVE 'S' TO WS-FIM-RETORNO-SW.                           00025980
                                                                        00026000
           GO TO 200-10-EXIT.                                           00026100
                                                                        00026200
           EXIT.                                                        00028400
           EJECT                                                        00028500
      ***************************************************************** 00028600
      **       CODIGO DO RETORNO NAO ESTA NA TABELA CLIENTE: SE ELE   * 00028603
      **       SAIU NUMA FUSAO (CLIENTE_FUSAO), BUSCA O SOBREVIVENTE  * 00028606
      **       E E NELE QUE A MARCACAO SERA FEITA                     * 00028609
      ***************************************************************** 00028612
       215-00-BUSCA-FUSAO SECTION.                                      00028615
                                                                        00028618
           MOVE CODIGO-CLI TO FUS-CODIGO-SAI.                           00028621
                                                                        00028624
           EXEC SQL SELECT FUSAO_CODIGO_FICA                            00028627
                    INTO   :FUS-CODIGO-FICA                             00028630
                    FROM   CLIENTE_FUSAO                                00028633
                    WHERE  FUSAO_CODIGO_SAI = :FUS-CODIGO-SAI           00028636
           END-EXEC.                                                    00028639
                                                                        00028642
           IF  SQLCODE NOT EQUAL ZEROS                                  00028645
               GO TO 215-99-EXIT.                                       00028648
                                                                        00028651
           MOVE FUS-CODIGO-FICA TO CODIGO-CLI.                          00028654
                                                                        00028657
           PERFORM 210-00-BUSCA-CLIENTE THRU 210-99-EXIT.               00028660
                                                                        00028663
           IF  SQLCODE EQUAL ZEROS                                      00028666
               ADD  1               TO WS-CONT-SOBREVIV                 00028669
               MOVE FUS-CODIGO-FICA TO WS-LINDET-SOBREV.                00028672
                                                                        00028675
       215-99-EXIT.                                                     00028678
           EXIT.                                                        00028681
           EJECT                                                        00028684
      ***************************************************************** 00028687
      **       MARCA O ENDERECO DO CLIENTE COMO INVALIDO              * 00028700
      ***************************************************************** 00028800
       220-00-MARCA-ENDERECO SECTION.                                   00028900
                       CODIGO-CLI ' SQLCODE = ' SQLCODE.                00030400
                                                                        00030500
       220-99-EXIT.                                                     00030600
           EXIT.                                                        00030601
           EJECT                                                        00030602
      ***************************************************************** 00030603
      **       MARCA COMO INVALIDO O ENDERECO DE COBRANCA OU DE       * 00030604
      **       ENTREGA (CLIENTE_ENDERECO) INDICADO NO RETORNO         * 00030605
      ***************************************************************** 00030606
       225-00-MARCA-END-TIPADO SECTION.                                 00030607
                                                                        00030608
           MOVE CODIGO-CLI   TO ENDT-CODIGO.                            00030609
           MOVE RET-TIPO-END TO ENDT-TIPO.                              00030610
                                                                        00030611
           EXEC SQL SELECT ENDT_INVALIDO                                00030612
                    INTO   :ENDT-INVALIDO                               00030613
                    FROM   CLIENTE_ENDERECO                             00030614
                    WHERE  ENDT_CODIGO = :ENDT-CODIGO                   00030615
                      AND  ENDT_TIPO   = :ENDT-TIPO                     00030616
           END-EXEC.                                                    00030617
                                                                        00030618
           IF  SQLCODE EQUAL +100                                       00030619
               ADD  1                TO WS-CONT-NAO-ENCONTR             00030620
               MOVE 'ENDER.REMOVIDO' TO WS-LINDET-RESULT                00030621
               GO TO 225-99-EXIT.                                       00030622
                                                                        00030623
           IF  SQLCODE NOT EQUAL ZEROS                                  00030624
               ADD  1              TO WS-CONT-ERROS                     00030625
               MOVE SQLCODE        TO WS-RES-SQLCODE-NR                 00030626
               MOVE WS-RES-SQLCODE TO WS-LINDET-RESULT                  00030627
               DISPLAY 'ORB006 - ERRO NO SELECT DO ENDERECO '           00030628
                       CODIGO-CLI ' SQLCODE = ' SQLCODE                 00030629
               GO TO 225-99-EXIT.                                       00030630
                                                                        00030631
           IF  ENDT-INVALIDO EQUAL 'S'                                  00030632
               ADD  1            TO WS-CONT-JA-MARCADOS                 00030633
               MOVE 'JA MARCADO'  TO WS-LINDET-RESULT                   00030634
               GO TO 225-99-EXIT.                                       00030635
                                                                        00030636
           EXEC SQL UPDATE CLIENTE_ENDERECO                             00030637
                    SET ENDT_INVALIDO = 'S',                            00030638
                        ENDT_INV_DATA = CURRENT DATE                    00030639
                    WHERE ENDT_CODIGO = :ENDT-CODIGO                    00030640
                      AND ENDT_TIPO   = :ENDT-TIPO                      00030641
           END-EXEC.                                                    00030642
                                                                        00030643
           IF  SQLCODE EQUAL ZEROS                                      00030644
               ADD  1              TO WS-CONT-MARC-TIPADO               00030645
               IF  RET-END-COBRANCA                                     00030646
                   MOVE 'END.COBR.MARC.' TO WS-LINDET-RESULT            00030647
               ELSE                                                     00030648
                   MOVE 'END.ENTR.MARC.' TO WS-LINDET-RESULT            00030649
           ELSE                                                         00030650
               ADD  1              TO WS-CONT-ERROS                     00030651
               MOVE SQLCODE        TO WS-RES-SQLCODE-NR                 00030652
               MOVE WS-RES-SQLCODE TO WS-LINDET-RESULT                  00030653
               DISPLAY 'ORB006 - ERRO NO UPDATE DO ENDERECO '           00030654
                       CODIGO-CLI ' SQLCODE = ' SQLCODE.                00030655
                                                                        00030656
       225-99-EXIT.                                                     00030657
           EXIT.                                                        00030700
           EJECT                                                        00030800
      ***************************************************************** 00030900
           EXIT.                                                        00033000
           EJECT                                                        00033100
      ***************************************************************** 00033200
      **       COMMIT DO LOTE E CHECKPOINT DE REINICIO: O REGISTRO    * 00033204
      **       DO JOB NO RUNCTL FICA EM ANDAMENTO (SITUACAO P) COM    * 00033208
      **       OS TOTAIS ACUMULADOS E A POSICAO DO ULTIMO REGISTRO    * 00033212
      **       CONFIRMADO                                             * 00033216
      ***************************************************************** 00033220
       250-00-GRAVA-CHECKPOINT SECTION.                                 00033224
                                                                        00033228
           EXEC SQL COMMIT END-EXEC.                                    00033232
                                                                        00033236
           MOVE ZEROS TO WS-CONT-DESDE-CKPT.                            00033240
                                                                        00033244
           IF  NOT WS-RUNCTL-ABERTO                                     00033248
               GO TO 250-99-EXIT.                                       00033252
                                                                        00033256
           MOVE 'P' TO WS-CTL-SIT-JOB.                                  00033260
           PERFORM 955-00-GRAVA-REG-JOB THRU 955-99-EXIT.               00033264
                                                                        00033268
           DISPLAY 'ORB006 - CHECKPOINT GRAVADO EM ' CTL-POSICAO        00033272
                   ' REGISTROS'.                                        00033276
                                                                        00033280
       250-99-EXIT.                                                     00033284
           EXIT.                                                        00033288
           EJECT                                                        00033292
      ***************************************************************** 00033296
      **       COMMIT FINAL, RESUMO DO RELATORIO E FECHAMENTO DOS     * 00033300
      **       ARQUIVOS                                               * 00033400
      ***************************************************************** 00033500
               GO TO 900-99-EXIT.                                       00034100
                                                                        00034200
           EXEC SQL COMMIT END-EXEC.                                    00034300
                                                                        00034310
      *    NUM REINICIO OS CONTADORES ABAIXO SAO SO DESTA EXECUCAO      00034320
                                                                        00034330
           IF  WS-REINICIO                                              00034340
               MOVE WS-ANT-LIDOS TO WS-LINREI-QTD                       00034350
               WRITE ORB006-REG FROM WS-LINREI                          00034360
                     AFTER ADVANCING 2 LINES                            00034370
               DISPLAY 'ORB006 - CONFIRMADOS ANTES....: '               00034380
                       WS-ANT-LIDOS.                                    00034390
                                                                        00034400
           MOVE WS-CONT-LIDOS       TO WS-LINRES1-QTD.                  00034500
           WRITE ORB006-REG FROM WS-LINRES1 AFTER ADVANCING 2 LINES.    00034600
           MOVE WS-CONT-ERROS       TO WS-LINRES6-QTD.                  00036000
           WRITE ORB006-REG FROM WS-LINRES6 AFTER ADVANCING 1 LINE.     00036100
                                                                        00036200
           MOVE WS-CONT-SOBREVIV    TO WS-LINRES7-QTD.                  00036216
           WRITE ORB006-REG FROM WS-LINRES7 AFTER ADVANCING 1 LINE.     00036232
           MOVE WS-CONT-MARC-TIPADO TO WS-LINRES8-QTD.                  00036248
           WRITE ORB006-REG FROM WS-LINRES8 AFTER ADVANCING 1 LINE.     00036264
                                                                        00036280
           CLOSE RETFILE.                                               00036300
           CLOSE RELATORIO.                                             00036400
                                                                        00036420
           DISPLAY 'ORB006 - NAO ENCONTRADOS......: '                   00037300
                   WS-CONT-NAO-ENCONTR.                                 00037400
           DISPLAY 'ORB006 - ERROS................: ' WS-CONT-ERROS.    00037500
           DISPLAY 'ORB006 - DESVIADOS P/ SOBREV..: '                   00037533
                   WS-CONT-SOBREVIV.                                    00037566
           DISPLAY 'ORB006 - END. TIPADOS MARCADOS: '                   00037577
                   WS-CONT-MARC-TIPADO.                                 00037588
                                                                        00037600
       900-99-EXIT.                                                     00037700
           EXIT.                                                        00037800
      **       OS CONTADORES DO JOB, PARA O DUPLO-PROCESSAMENTO E O   * 00037840
      **       BATIMENTO DA NOITE (ORB015). AS MARCACOES SAO OS       * 00037850
      **       ATUALIZADOS; JA MARCADOS, NAO ENCONTRADOS E ERROS      * 00037860
      **       SOMAM NOS REJEITADOS. SITUACAO F = EXECUCAO ENCERRADA  * 00037870
      ***************************************************************** 00037880
       950-00-GRAVA-RUNCTL SECTION.                                     00037882
                                                                        00037884
           IF  NOT WS-RUNCTL-ABERTO OR WS-ERRO-ABERTURA                 00037886
               GO TO 950-99-EXIT.                                       00037888
                                                                        00037890
           MOVE 'F' TO WS-CTL-SIT-JOB.                                  00037901
           PERFORM 955-00-GRAVA-REG-JOB THRU 955-99-EXIT.               00037912
                                                                        00037914
           PERFORM 960-00-GRAVA-CTL-ARQUIVO THRU 960-99-EXIT.           00037919
                                                                        00037924
           CLOSE RUNCTL.                                                00037926
                                                                        00037928
       950-99-EXIT.                                                     00037930
           EXIT.                                                        00037932
           EJECT                                                        00038032
      ***************************************************************** 00038132
      **       MONTA E GRAVA O REGISTRO DO JOB NO RUNCTL COM OS       * 00038232
      **       TOTAIS DA EXECUCAO MAIS OS JA CONFIRMADOS ANTES DE     * 00038332
      **       UM REINICIO. WS-CTL-SIT-JOB TRAZ P (CHECKPOINT) OU     * 00038432
      **       F (TERMINO NORMAL)                                     * 00038532
      ***************************************************************** 00038632
       955-00-GRAVA-REG-JOB SECTION.                                    00038732
                                                                        00038832
           MOVE SPACES         TO RUNCTL-REG.                           00038932
           MOVE 'ORB006'       TO CTL-JOB.                              00039032
           MOVE WS-DATA-HOJE   TO CTL-DATA.                             00039132
           MOVE 'RETFILE'      TO CTL-INPUT.                            00039232
           COMPUTE CTL-LIDOS = WS-ANT-LIDOS + WS-CONT-LIDOS.            00039332
           MOVE ZEROS          TO CTL-GRAVADOS.                         00039432
           COMPUTE CTL-ATUALIZADOS =                                    00039532
               WS-ANT-ATUALIZ                                           00039632
             + WS-CONT-MARC-END + WS-CONT-MARC-EMAIL                    00039732
             + WS-CONT-MARC-TIPADO.                                     00039832
           COMPUTE CTL-REJEITADOS =                                     00039932
               WS-ANT-REJEIT                                            00040032
             + WS-CONT-JA-MARCADOS + WS-CONT-NAO-ENCONTR                00040132
             + WS-CONT-ERROS.                                           00040232
           MOVE WS-CTL-SIT-JOB TO CTL-SITUACAO.                         00040332
           MOVE WS-REINICIOS   TO CTL-REINICIOS.                        00040432
           MOVE CTL-LIDOS      TO CTL-POSICAO.                          00040532
                                                                        00040632
           IF  WS-CTL-GRAVADO                                           00040732
               REWRITE RUNCTL-REG                                       00040832
                   INVALID KEY                                          00040932
                       DISPLAY 'ORB006 - ERRO AO REGRAVAR O RUNCTL, '   00041032
                               'FILE STATUS = ' WS-RUNCTL-STATUS        00041132
           ELSE                                                         00041232
               WRITE RUNCTL-REG                                         00041332
                   INVALID KEY                                          00041432
                       DISPLAY 'ORB006 - ERRO AO GRAVAR O RUNCTL, '     00041532
                               'FILE STATUS = ' WS-RUNCTL-STATUS.       00041632
                                                                        00041732
           IF  WS-PEND-DATA NOT EQUAL SPACES AND                        00041752
               WS-RUNCTL-STATUS EQUAL '00'                              00041772
               PERFORM 060-20-ENCERRA-PENDENTE THRU 060-20-EXIT.        00041792
                                                                        00041812
           MOVE 'S' TO WS-CTL-GRAVADO-SW.                               00041832
                                                                        00041932
       955-99-EXIT.                                                     00042032
           EXIT.                                                        00042132
           EJECT                                                        00042232
      ***************************************************************** 00042332
      **       GRAVA NO RUNCTL O CONTROLE DO ARQUIVO DE               * 00042432
      **       INTERFACE: O REGISTRO DO DIA (NOME DO ARQUIVO +        * 00042532
      **       DATA DE HOJE) COM A SEQUENCIA, A QUANTIDADE            * 00042632
      **       CONTADA (LIDOS), A DO TRAILER (GRAVADOS) E A           * 00042732
      **       SITUACAO, PARA O BATIMENTO DA NOITE (ORB015); E,       * 00042832
      **       COM O ARQUIVO ACEITO, A ULTIMA SEQUENCIA NO            * 00042932
      **       REGISTRO DO ARQUIVO COM DATA 0001-01-01                * 00043032
      ***************************************************************** 00043132
       960-00-GRAVA-CTL-ARQUIVO SECTION.                                00043232
                                                                        00043332
           IF  NOT WS-RUNCTL-ABERTO                                     00043432
               GO TO 960-99-EXIT.                                       00043532
                                                                        00043632
           MOVE WS-ARQ-NOME  TO WS-AUX-JOB.                             00043732
           MOVE WS-DATA-HOJE TO WS-AUX-DATA.                            00043832
           PERFORM 965-00-GRAVA-CHAVE THRU 965-99-EXIT.                 00043932
                                                                        00044032
           IF  NOT WS-ARQ-OK                                            00044132
               GO TO 960-99-EXIT.                                       00044232
                                                                        00044332
           MOVE '0001-01-01' TO WS-AUX-DATA.                            00044432
           PERFORM 965-00-GRAVA-CHAVE THRU 965-99-EXIT.                 00044532
                                                                        00044632
       960-99-EXIT.                                                     00044732
           EXIT.                                                        00044832
                                                                        00044932
       965-00-GRAVA-CHAVE SECTION.                                      00045032
                                                                        00045132
           MOVE WS-CTL-CHAVE-AUX TO CTL-CHAVE.                          00045232
           MOVE 'N'              TO WS-CTL-NOVO-SW.                     00045332
                                                                        00045432
           READ RUNCTL                                                  00045532
               INVALID KEY                                              00045632
                   MOVE 'S' TO WS-CTL-NOVO-SW.                          00045732
                                                                        00045832
           MOVE SPACES           TO RUNCTL-REG.                         00045932
           MOVE WS-CTL-CHAVE-AUX TO CTL-CHAVE.                          00046032
           MOVE 'ORB006'         TO CTL-INPUT.                          00046132
           MOVE WS-ARQ-QTD       TO CTL-LIDOS.                          00046232
           MOVE WS-ARQ-QTD-TRL   TO CTL-GRAVADOS.                       00046332
           MOVE ZEROS            TO CTL-ATUALIZADOS CTL-REJEITADOS.     00046432
           MOVE WS-ARQ-SEQUENCIA TO CTL-ARQ-SEQ.                        00046532
           MOVE WS-ARQ-SIT       TO CTL-ARQ-SIT.                        00046632
                                                                        00046732
           IF  WS-CTL-NOVO                                              00046832
               WRITE RUNCTL-REG                                         00046932
                   INVALID KEY                                          00047032
                       DISPLAY 'ORB006 - ERRO AO GRAVAR O RUNCTL, '     00047132
                               'FILE STATUS = ' WS-RUNCTL-STATUS        00047232
           ELSE                                                         00047332
               REWRITE RUNCTL-REG                                       00047432
                   INVALID KEY                                          00047532
                       DISPLAY 'ORB006 - ERRO AO REGRAVAR O RUNCTL, '   00047632
                               'FILE STATUS = ' WS-RUNCTL-STATUS.       00047732
                                                                        00047832
       965-99-EXIT.                                                     00047932
           EXIT.                                                        00048032
           EJECT                                                        00048132
      ***************************************************************** 00048232
      **       CARTAO DE COMMIT (CMTPARM): QUANTOS REGISTROS ENTRE    * 00048332
      **       UM COMMIT E O SEGUINTE, CADA UM COM CHECKPOINT NO      * 00048432
      **       RUNCTL. SEM CARTAO, OU COM VALOR INVALIDO OU ZERO,     * 00048532
      **       VALE O PADRAO DE 1000                                  * 00048632
      ***************************************************************** 00048732
       040-00-LE-CMTPARM SECTION.                                       00048832
                                                                        00048932
           OPEN INPUT CMTPARM.                                          00049032
                                                                        00049132
           IF  WS-CMT-NAO-EXISTE                                        00049232
               GO TO 040-90-INTERVALO.                                  00049332
                                                                        00049432
           IF  WS-CMT-STATUS NOT EQUAL '00'                             00049532
               DISPLAY 'ORB006 - ERRO AO ABRIR O CMTPARM, '             00049632
                       'FILE STATUS = ' WS-CMT-STATUS                   00049732
               GO TO 040-90-INTERVALO.                                  00049832
                                                                        00049932
           READ CMTPARM                                                 00050032
               AT END                                                   00050132
                   CLOSE CMTPARM                                        00050232
                   GO TO 040-90-INTERVALO.                              00050332
                                                                        00050432
           CLOSE CMTPARM.                                               00050532
                                                                        00050632
           IF  CMT-INTERVALO NOT NUMERIC                                00050732
               OR CMT-INTERVALO EQUAL ZEROS                             00050832
               DISPLAY 'ORB006 - INTERVALO DE COMMIT INVALIDO NO '      00050932
                       'CMTPARM, ASSUMIDO O PADRAO'                     00051032
               GO TO 040-90-INTERVALO.                                  00051132
                                                                        00051232
           MOVE CMT-INTERVALO TO WS-N-CHECKPOINT.                       00051332
                                                                        00051432
       040-90-INTERVALO.                                                00051532
                                                                        00051632
           DISPLAY 'ORB006 - COMMIT A CADA ' WS-N-CHECKPOINT            00051732
                   ' REGISTROS'.                                        00051832
                                                                        00051932
       040-99-EXIT.                                                     00052032
           EXIT.                                                        00052132
           EJECT                                                        00052232
      ***************************************************************** 00052332
      **       REINICIO DE UMA EXECUCAO INTERROMPIDA: OS TOTAIS JA    * 00052432
      **       CONFIRMADOS NO ULTIMO CHECKPOINT VIRAM A BASE DOS      * 00052532
      **       CONTADORES DO RUNCTL E O PROCESSAMENTO RETOMA DEPOIS   * 00052632
      **       DO ULTIMO REGISTRO CONFIRMADO (PULANDO OS JA LIDOS)    * 00052732
      ***************************************************************** 00052832
       055-00-PREPARA-REINICIO SECTION.                                 00052932
                                                                        00053032
           MOVE 'S' TO WS-REINICIO-SW.                                  00053132
           MOVE 'S' TO WS-CTL-GRAVADO-SW.                               00053232
                                                                        00053332
           MOVE CTL-LIDOS       TO WS-ANT-LIDOS.                        00053432
           MOVE CTL-ATUALIZADOS TO WS-ANT-ATUALIZ.                      00053532
           MOVE CTL-REJEITADOS  TO WS-ANT-REJEIT.                       00053632
           MOVE CTL-POSICAO     TO WS-QTD-PULAR.                        00053732
                                                                        00053832
           COMPUTE WS-REINICIOS = CTL-REINICIOS + 1.                    00053932
                                                                        00054032
           DISPLAY 'ORB006 - REINICIO ' WS-REINICIOS ' DA EXECUCAO DE ' 00054132
                   CTL-DATA '. JA CONFIRMADOS ' CTL-LIDOS               00054232
                   ' REGISTROS, POSICAO ' CTL-POSICAO.                  00054332
                                                                        00054432
       055-99-EXIT.                                                     00054532
           EXIT.                                                        00054632
           EJECT                                                        00054732
      ***************************************************************** 00054733
      **       PROCURA A ULTIMA EXECUCAO DO JOB ANTERIOR A HOJE. SE   * 00054734
      **       ELA FICOU EM ANDAMENTO (P), O REGISTRO DELA FICA NA    * 00054735
      **       AREA DO RUNCTL, A DATA DELA EM WS-PEND-DATA E ESTA     * 00054736
      **       EXECUCAO A RETOMA COMO NUM REINICIO NO MESMO DIA       * 00054737
      ***************************************************************** 00054738
       060-00-BUSCA-PENDENTE SECTION.                                   00054739
                                                                        00054740
           MOVE SPACES     TO WS-BUSCA-DATA.                            00054741
           MOVE SPACES     TO WS-BUSCA-SIT.                             00054742
           MOVE 'N'        TO WS-FIM-BUSCA-SW.                          00054743
                                                                        00054744
           MOVE 'ORB006'   TO CTL-JOB.                                  00054745
           MOVE LOW-VALUES TO CTL-DATA.                                 00054746
                                                                        00054747
           START RUNCTL KEY IS NOT LESS THAN CTL-CHAVE                  00054748
               INVALID KEY                                              00054749
                   GO TO 060-99-EXIT.                                   00054750
                                                                        00054751
           PERFORM 060-10-LE-RUNCTL THRU 060-10-EXIT                    00054752
               UNTIL WS-FIM-BUSCA.                                      00054753
                                                                        00054754
           IF  WS-BUSCA-SIT NOT EQUAL 'P'                               00054755
               GO TO 060-99-EXIT.                                       00054756
                                                                        00054757
           MOVE 'ORB006'      TO CTL-JOB.                               00054758
           MOVE WS-BUSCA-DATA TO CTL-DATA.                              00054759
                                                                        00054760
           READ RUNCTL                                                  00054761
               INVALID KEY                                              00054762
                   GO TO 060-99-EXIT.                                   00054763
                                                                        00054764
           MOVE WS-BUSCA-DATA TO WS-PEND-DATA.                          00054765
                                                                        00054766
           PERFORM 055-00-PREPARA-REINICIO THRU 055-99-EXIT.            00054767
                                                                        00054768
      *    O REGISTRO DE HOJE AINDA NAO EXISTE: O PRIMEIRO CHECKPOINT   00054769
      *    GRAVA (WRITE) E ENCERRA O PENDENTE                           00054770
           MOVE 'N' TO WS-CTL-GRAVADO-SW.                               00054771
                                                                        00054772
       060-99-EXIT.                                                     00054773
           EXIT.                                                        00054774
           EJECT                                                        00054775
      ***************************************************************** 00054776
      **       LE O PROXIMO REGISTRO DO RUNCTL. A BUSCA ACABA NO      * 00054777
      **       PRIMEIRO REGISTRO DE OUTRO JOB OU DE HOJE EM DIANTE    * 00054778
      ***************************************************************** 00054779
       060-10-LE-RUNCTL SECTION.                                        00054780
                                                                        00054781
           READ RUNCTL NEXT RECORD                                      00054782
               AT END                                                   00054783
                   MOVE 'S' TO WS-FIM-BUSCA-SW                          00054784
                   GO TO 060-10-EXIT.                                   00054785
                                                                        00054786
           IF  WS-RUNCTL-STATUS NOT EQUAL '00'                          00054787
            OR CTL-JOB  NOT EQUAL 'ORB006'                              00054788
            OR CTL-DATA NOT LESS WS-DATA-HOJE                           00054789
               MOVE 'S' TO WS-FIM-BUSCA-SW                              00054790
               GO TO 060-10-EXIT.                                       00054791
                                                                        00054792
           MOVE CTL-DATA     TO WS-BUSCA-DATA.                          00054793
           MOVE CTL-SITUACAO TO WS-BUSCA-SIT.                           00054794
                                                                        00054795
       060-10-EXIT.                                                     00054796
           EXIT.                                                        00054797
           EJECT                                                        00054798
      ***************************************************************** 00054799
      **       ENCERRA (SITUACAO F) A EXECUCAO DE OUTRA DATA RETOMADA * 00054800
      **       HOJE, LOGO QUE O REGISTRO DE HOJE, QUE JA LEVA OS      * 00054801
      **       TOTAIS DELA, E GRAVADO. ATE ESSE PONTO UMA NOVA QUEDA  * 00054802
      **       AINDA A ENCONTRA PENDENTE                              * 00054803
      ***************************************************************** 00054804
       060-20-ENCERRA-PENDENTE SECTION.                                 00054805
                                                                        00054806
           MOVE 'ORB006'     TO CTL-JOB.                                00054807
           MOVE WS-PEND-DATA TO CTL-DATA.                               00054808
           MOVE SPACES       TO WS-PEND-DATA.                           00054809
                                                                        00054810
           READ RUNCTL                                                  00054811
               INVALID KEY                                              00054812
                   DISPLAY 'ORB006 - REGISTRO DO RUNCTL DE ' CTL-DATA   00054813
                           ' NAO ENCONTRADO PARA ENCERRAR'              00054814
                   GO TO 060-20-EXIT.                                   00054815
                                                                        00054816
           MOVE 'F' TO CTL-SITUACAO.                                    00054817
                                                                        00054818
           REWRITE RUNCTL-REG                                           00054819
               INVALID KEY                                              00054820
                   DISPLAY 'ORB006 - ERRO AO ENCERRAR O RUNCTL DE '     00054821
                           CTL-DATA ', FILE STATUS = ' WS-RUNCTL-STATUS.00054822
                                                                        00054823
       060-20-EXIT.                                                     00054824
           EXIT.                                                        00054825
           EJECT                                                        00054826
      ***************************************************************** 00054832
      **       CONFERENCIA DO RETFILE ANTES DE QUALQUER ATUALIZACAO:  * 00054932
      **       O PRIMEIRO REGISTRO TEM DE SER O HEADER DO RETFILE E O * 00055032
      **       ULTIMO O TRAILER, COM A QUANTIDADE E O TOTAL DOS       * 00055132
      **       CODIGOS IGUAIS AOS CONTADOS; A SEQUENCIA DO HEADER     * 00055232
      **       TEM DE SER A SEGUINTE A ULTIMA ACEITA (RUNCTL).        * 00055332
      **       ARQUIVO RECUSADO CANCELA O JOB NA HORA (RC=16)         * 00055432
      ***************************************************************** 00055532
       070-00-CONFERE-RETFILE SECTION.                                  00055632
                                                                        00055732
           MOVE 'RETFILE' TO WS-ARQ-NOME.                               00055832
           MOVE ZEROS     TO WS-ARQ-SEQUENCIA WS-ARQ-QTD                00055932
                             WS-ARQ-QTD-TRL WS-ARQ-HASH.                00056032
                                                                        00056132
           OPEN INPUT RETFILE.                                          00056232
                                                                        00056332
      *    ERRO DE ABERTURA E TRATADO NA ABERTURA DO PROCESSAMENTO      00056432
                                                                        00056532
           IF  WS-RET-STATUS NOT EQUAL '00'                             00056632
               GO TO 070-99-EXIT.                                       00056732
                                                                        00056832
           READ RETFILE                                                 00056932
               AT END                                                   00057032
                   MOVE 'SH' TO WS-ARQ-SIT                              00057132
                   GO TO 070-90-RECUSA.                                 00057232
                                                                        00057332
           MOVE RETFILE-REG TO WS-REG-CONTROLE.                         00057432
                                                                        00057532
           IF  NOT WS-RCT-HEADER                                        00057632
               OR WS-RCT-ARQUIVO NOT EQUAL 'RETFILE'                    00057732
               MOVE 'SH' TO WS-ARQ-SIT                                  00057832
               GO TO 070-90-RECUSA.                                     00057932
                                                                        00058032
           MOVE WS-RCT-SEQUENCIA TO WS-ARQ-SEQUENCIA.                   00058132
                                                                        00058232
           PERFORM 075-00-CONTA-RETFILE THRU 075-99-EXIT                00058332
               UNTIL WS-FIM-RETORNO OR WS-RCT-TRAILER.                  00058432
                                                                        00058532
           IF  NOT WS-RCT-TRAILER                                       00058632
               MOVE 'ST' TO WS-ARQ-SIT                                  00058732
               GO TO 070-90-RECUSA.                                     00058832
                                                                        00058932
           MOVE WS-RCT-QTD TO WS-ARQ-QTD-TRL.                           00059032
                                                                        00059132
           IF  WS-RCT-QTD NOT EQUAL WS-ARQ-QTD                          00059232
               OR WS-RCT-HASH NOT EQUAL WS-ARQ-HASH                     00059332
               MOVE 'QT' TO WS-ARQ-SIT                                  00059432
               GO TO 070-90-RECUSA.                                     00059532
                                                                        00059632
           IF  NOT WS-RUNCTL-ABERTO                                     00059732
               DISPLAY 'ORB006 - RUNCTL INDISPONIVEL, SEQUENCIA DO '    00059832
                       'RETFILE NAO CONFERIDA'                          00059932
               GO TO 070-80-ACEITA.                                     00060032
                                                                        00060132
      *    SEM REGISTRO DE SEQUENCIA O ARQUIVO E O PRIMEIRO RECEBIDO    00060232
                                                                        00060332
           MOVE WS-ARQ-NOME  TO CTL-JOB.                                00060432
           MOVE '0001-01-01' TO CTL-DATA.                               00060532
                                                                        00060632
           READ RUNCTL                                                  00060732
               INVALID KEY                                              00060832
                   GO TO 070-80-ACEITA.                                 00060932
                                                                        00061032
           IF  WS-ARQ-SEQUENCIA NOT GREATER THAN CTL-ARQ-SEQ            00061132
               MOVE 'JP' TO WS-ARQ-SIT                                  00061232
               GO TO 070-90-RECUSA.                                     00061332
                                                                        00061432
           IF  WS-ARQ-SEQUENCIA GREATER THAN CTL-ARQ-SEQ + 1            00061532
               MOVE 'SQ' TO WS-ARQ-SIT                                  00061632
               GO TO 070-90-RECUSA.                                     00061732
                                                                        00061832
       070-80-ACEITA.                                                   00061932
                                                                        00062032
           CLOSE RETFILE.                                               00062132
                                                                        00062232
           MOVE 'OK' TO WS-ARQ-SIT.                                     00062332
           MOVE 'N'  TO WS-FIM-RETORNO-SW.                              00062432
                                                                        00062532
           DISPLAY 'ORB006 - RETFILE SEQUENCIA ' WS-ARQ-SEQUENCIA       00062632
                   ' CONFERIDO COM ' WS-ARQ-QTD ' REGISTROS'.           00062732
                                                                        00062832
           GO TO 070-99-EXIT.                                           00062932
                                                                        00063032
       070-90-RECUSA.                                                   00063132
                                                                        00063232
           CLOSE RETFILE.                                               00063332
                                                                        00063432
           DISPLAY 'ORB006 - RETFILE RECUSADO, SITUACAO ' WS-ARQ-SIT    00063532
                   ' SEQUENCIA ' WS-ARQ-SEQUENCIA                       00063632
                   '. EXECUCAO CANCELADA'.                              00063732
                                                                        00063832
      *    SO O CONTROLE DO ARQUIVO E GRAVADO: SEM O REGISTRO DO JOB    00063932
      *    O RETFILE CORRIGIDO PODE SER REPROCESSADO NO MESMO DIA       00064032
                                                                        00064132
           PERFORM 960-00-GRAVA-CTL-ARQUIVO THRU 960-99-EXIT.           00064232
                                                                        00064332
           IF  WS-RUNCTL-ABERTO                                         00064432
               CLOSE RUNCTL.                                            00064532
                                                                        00064632
           MOVE 16 TO RETURN-CODE.                                      00064732
                                                                        00064832
           STOP RUN.                                                    00064932
                                                                        00065032
       070-99-EXIT.                                                     00065132
           EXIT.                                                        00065232
                                                                        00065332
       075-00-CONTA-RETFILE SECTION.                                    00065432
                                                                        00065532
           READ RETFILE                                                 00065632
               AT END                                                   00065732
                   MOVE 'S' TO WS-FIM-RETORNO-SW                        00065832
                   GO TO 075-99-EXIT.                                   00065932
                                                                        00066032
           MOVE RETFILE-REG TO WS-REG-CONTROLE.                         00066132
                                                                        00066232
           IF  WS-RCT-TRAILER                                           00066332
               GO TO 075-99-EXIT.                                       00066432
                                                                        00066532
           ADD 1 TO WS-ARQ-QTD.                                         00066632
                                                                        00066732
           IF  RET-CODIGO NUMERIC                                       00066832
               ADD RET-CODIGO-N TO WS-ARQ-HASH.                         00066932
                                                                        00067032
       075-99-EXIT.                                                     00067132
           EXIT.                                                        00067232
