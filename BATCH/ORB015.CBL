      *REMARKS.    ***************************************************  00000400
      *            * BATIMENTO DA CADEIA NOTURNA: LE OS REGISTROS DE *  00000500
      *            * CONTROLE DE EXECUCAO (RUNCTL) GRAVADOS HOJE POR *  00000600
      *            * ORB002, ORB003, ORB006, ORB008, ORB010, ORB019, *  00000700
      *            * ORB023 E ORB024, CRUZA OS CONTADORES DE CADA    *  00000800
      *            * JOB (LIDOS X APLICADOS X REJEITADOS) E O        *  00000850
      *            * EXTRATO DO ORB003                               *  00000900
      *            * CONTRA A QUANTIDADE DE CLIENTES ATIVOS, E       *  00001000
      *            * IMPRIME UMA PAGINA UNICA DIZENDO SE A NOITE     *  00001100
      *            * BATEU, SE A TRILHA DE AUDITORIA ESTAVA LIMPA E  *  00001200
      *            * ONDE EXATAMENTE NAO BATEU                       *  00001250
      *            * MOSTRA TAMBEM O CONTROLE DOS ARQUIVOS DE        *  00001255
      *            * INTERFACE (HEADER/TRAILER) GRAVADO HOJE:        *  00001260
      *            * MAILEXT, DELTA, CARTAINC, CARTAREA, EXTRATO,    *  00001265
      *            * RETFILE E OPTFILE; ARQUIVO RECUSADO OU COM      *  00001270
      *            * QUANTIDADE DIVERGENTE DEIXA A NOITE COM         *  00001275
      *            * DIFERENCA                                       *  00001277
      *            * JOB REINICIADO DEPOIS DE UM CHECKPOINT TEM OS   *  00001280
      *            * TOTAIS ACUMULADOS DAS EXECUCOES E SAI COMO      *  00001285
      *            * REINICIADO; JOB AINDA EM ANDAMENTO (CAIU E NAO  *  00001290
      *            * FOI REINICIADO) DEIXA A NOITE COM DIFERENCA     *  00001295
      *            ***************************************************  00001300
                                                                        00001400
       ENVIRONMENT DIVISION.                                            00001500
           05  CTL-GRAVADOS            PIC 9(07).                       00004100
           05  CTL-ATUALIZADOS         PIC 9(07).                       00004200
           05  CTL-REJEITADOS          PIC 9(07).                       00004300
           05  CTL-ARQ-SEQ             PIC 9(06).                       00004350
           05  CTL-ARQ-SIT             PIC X(02).                       00004400
           05  CTL-SITUACAO            PIC X(01).                       00004416
               88  CTL-EM-ANDAMENTO        VALUE 'P'.                   00004432
           05  CTL-REINICIOS           PIC 9(03).                       00004448
           05  CTL-POSICAO             PIC 9(07).                       00004464
           05  FILLER                  PIC X(07).                       00004480
                                                                        00004500
       FD  RELATORIO                                                    00004600
           LABEL RECORDS ARE OMITTED.                                   00004700
           05  FILLER  PIC X(08) VALUE 'ORB006'.                        00008500
           05  FILLER  PIC X(08) VALUE 'ORB008'.                        00008600
           05  FILLER  PIC X(08) VALUE 'ORB010'.                        00008700
           05  FILLER  PIC X(08) VALUE 'ORB023'.                        00008750
           05  FILLER  PIC X(08) VALUE 'ORB019'.                        00008760
           05  FILLER  PIC X(08) VALUE 'ORB024'.                        00008770
                                                                        00008800
       01  WS-TAB-JOBS-RED  REDEFINES WS-TAB-JOBS.                      00008900
           05  WS-JOB-NOME  OCCURS 8 TIMES PIC X(08).                   00009000
                                                                        00009100
       01  WS-TAB-CONTROLE.                                             00009200
           05  WS-CTL-ENT  OCCURS 8 TIMES.                              00009300
               10  WS-CTL-ACHADO    PIC X(01).                          00009400
               10  WS-CTL-INPUT     PIC X(08).                          00009500
               10  WS-CTL-LIDOS     PIC S9(07) COMP.                    00009600
               10  WS-CTL-GRAVADOS  PIC S9(07) COMP.                    00009700
               10  WS-CTL-ATUALIZ   PIC S9(07) COMP.                    00009800
               10  WS-CTL-REJEIT    PIC S9(07) COMP.                    00009900
               10  WS-CTL-SITUACAO  PIC X(01).                          00009904
               10  WS-CTL-REINICIOS PIC 9(03).                          00009908
                                                                        00009912
       01  WS-TAB-ARQS.                                                 00009916
           05  FILLER  PIC X(16) VALUE 'MAILEXT ORB003  '.              00009920
           05  FILLER  PIC X(16) VALUE 'DELTA   ORB014  '.              00009924
           05  FILLER  PIC X(16) VALUE 'CARTAINCORB018  '.              00009928
           05  FILLER  PIC X(16) VALUE 'CARTAREAORB018  '.              00009932
           05  FILLER  PIC X(16) VALUE 'EXTRATO ORB002  '.              00009936
           05  FILLER  PIC X(16) VALUE 'RETFILE ORB006  '.              00009940
           05  FILLER  PIC X(16) VALUE 'OPTFILE ORB024  '.              00009942
                                                                        00009944
       01  WS-TAB-ARQS-RED  REDEFINES WS-TAB-ARQS.                      00009948
           05  WS-ARQ-ENT   OCCURS 7 TIMES.                             00009952
               10  WS-ARQ-NOME      PIC X(08).                          00009956
               10  WS-ARQ-JOB       PIC X(08).                          00009960
                                                                        00009964
       01  WS-TAB-CTL-ARQ.                                              00009968
           05  WS-CAR-ENT  OCCURS 7 TIMES.                              00009972
               10  WS-CAR-ACHADO    PIC X(01).                          00009976
               10  WS-CAR-SEQ       PIC 9(06).                          00009980
               10  WS-CAR-QTD       PIC S9(07) COMP.                    00009984
               10  WS-CAR-QTD-TRL   PIC S9(07) COMP.                    00009988
               10  WS-CAR-SIT       PIC X(02).                          00009992
                                                                        00010000
       01  WS-CAB1.                                                     00010100
           05  FILLER  PIC X(15) VALUE SPACES.                          00010200
           05  FILLER            PIC X(02) VALUE SPACES.                00012800
           05  WS-LINDET-SIT     PIC X(30).                             00012900
                                                                        00013000
       01  WS-CAB3.                                                     00013003
           05  FILLER  PIC X(40) VALUE                                  00013006
               'CONTROLE DOS ARQUIVOS DE INTERFACE'.                    00013009
                                                                        00013012
       01  WS-CAB4.                                                     00013015
           05  FILLER  PIC X(10) VALUE 'ARQUIVO'.                       00013018
           05  FILLER  PIC X(10) VALUE 'JOB'.                           00013021
           05  FILLER  PIC X(08) VALUE '   SEQ.'.                       00013024
           05  FILLER  PIC X(10) VALUE ' CONTADOS'.                     00013027
           05  FILLER  PIC X(10) VALUE '  TRAILER'.                     00013030
           05  FILLER  PIC X(30) VALUE 'SITUACAO'.                      00013033
                                                                        00013036
       01  WS-LINARQ.                                                   00013039
           05  WS-LINARQ-NOME    PIC X(08).                             00013042
           05  FILLER            PIC X(02) VALUE SPACES.                00013045
           05  WS-LINARQ-JOB     PIC X(08).                             00013048
           05  FILLER            PIC X(02) VALUE SPACES.                00013051
           05  WS-LINARQ-SEQ     PIC ZZZZZ9.                            00013054
           05  FILLER            PIC X(02) VALUE SPACES.                00013057
           05  WS-LINARQ-QTD     PIC ZZZZ.ZZ9.                          00013060
           05  FILLER            PIC X(02) VALUE SPACES.                00013063
           05  WS-LINARQ-TRL     PIC ZZZZ.ZZ9.                          00013066
           05  FILLER            PIC X(02) VALUE SPACES.                00013069
           05  WS-LINARQ-SIT     PIC X(30).                             00013072
                                                                        00013075
       01  WS-MSG-DIF.                                                  00013100
           05  FILLER            PIC X(11) VALUE 'DIFERENCA ='.         00013200
           05  WS-MSG-DIF-QTD    PIC -ZZZZ.ZZ9.                         00013300
                                                                        00013320
       01  WS-MSG-QUEBRA.                                               00013340
           05  FILLER            PIC X(20) VALUE 'QUEBRAS NA TRILHA ='. 00013360
           05  WS-MSG-QUEBRA-QTD PIC ZZZZ.ZZ9.                          00013380
                                                                        00013384
       01  WS-MSG-REINICIO.                                             00013388
           05  FILLER            PIC X(16) VALUE 'OK - REINICIOS: '.    00013392
           05  WS-MSG-REINICIO-QTD PIC ZZ9.                             00013396
                                                                        00013400
       01  WS-LIN-EXTRATO.                                              00013500
           05  FILLER            PIC X(33) VALUE                        00013600
               UNTIL WS-FIM-RUNCTL.                                     00016500
                                                                        00016600
           PERFORM 300-00-BATIMENTO THRU 300-99-EXIT.                   00016700
                                                                        00016733
           PERFORM 400-00-BATE-ARQUIVOS THRU 400-99-EXIT.               00016766
                                                                        00016800
           PERFORM 900-00-TERMINO  THRU 900-99-EXIT.                    00016900
                                                                        00017000
           MOVE SPACES TO WS-TAB-CONTROLE.                              00020100
           MOVE ZEROS  TO WS-IX.                                        00020200
           PERFORM 110-00-LIMPA-ENTRADA THRU 110-99-EXIT                00020300
               UNTIL WS-IX EQUAL 8.                                     00020400
                                                                        00020416
           MOVE SPACES TO WS-TAB-CTL-ARQ.                               00020432
           MOVE ZEROS  TO WS-IX.                                        00020448
           PERFORM 120-00-LIMPA-ARQUIVO THRU 120-99-EXIT                00020464
               UNTIL WS-IX EQUAL 7.                                     00020480
                                                                        00020500
           MOVE WS-DATA-HOJE TO WS-CAB1-DATA.                           00020600
           WRITE ORB015-REG FROM WS-CAB1 AFTER ADVANCING PAGE.          00020700
           MOVE ZEROS TO WS-CTL-GRAVADOS(WS-IX).                        00022900
           MOVE ZEROS TO WS-CTL-ATUALIZ(WS-IX).                         00023000
           MOVE ZEROS TO WS-CTL-REJEIT(WS-IX).                          00023100
           MOVE ZEROS TO WS-CTL-REINICIOS(WS-IX).                       00023150
                                                                        00023200
           GO TO 110-99-EXIT.                                           00023300
                                                                        00023400
       110-99-EXIT.                                                     00023500
           EXIT.                                                        00023600
                                                                        00023607
       120-00-LIMPA-ARQUIVO SECTION.                                    00023614
                                                                        00023621
           ADD 1 TO WS-IX.                                              00023628
           MOVE 'N'   TO WS-CAR-ACHADO(WS-IX).                          00023635
           MOVE ZEROS TO WS-CAR-SEQ(WS-IX).                             00023642
           MOVE ZEROS TO WS-CAR-QTD(WS-IX).                             00023649
           MOVE ZEROS TO WS-CAR-QTD-TRL(WS-IX).                         00023656
                                                                        00023663
           GO TO 120-99-EXIT.                                           00023670
                                                                        00023677
       120-99-EXIT.                                                     00023684
           EXIT.                                                        00023691
           EJECT                                                        00023700
      ***************************************************************** 00023800
      **       VARRE O RUNCTL INTEIRO E GUARDA NA TABELA INTERNA OS   * 00023900
      **       REGISTROS DOS JOBS DA CADEIA GRAVADOS NA DATA DE HOJE, * 00023966
      **       ASSIM COMO OS DE CONTROLE DOS ARQUIVOS DE INTERFACE    * 00024032
      ***************************************************************** 00024100
       200-00-LE-RUNCTL SECTION.                                        00024200
                                                                        00024300
                                                                        00025100
           MOVE ZEROS TO WS-IX.                                         00025200
           PERFORM 210-00-GUARDA-JOB THRU 210-99-EXIT                   00025300
               UNTIL WS-IX EQUAL 8.                                     00025400
                                                                        00025420
           MOVE ZEROS TO WS-IX.                                         00025440
           PERFORM 220-00-GUARDA-ARQUIVO THRU 220-99-EXIT               00025460
               UNTIL WS-IX EQUAL 7.                                     00025480
                                                                        00025500
           GO TO 200-99-EXIT.                                           00025600
                                                                        00025700
                                                                        00026200
           ADD 1 TO WS-IX.                                              00026300
                                                                        00026400
           IF  CTL-JOB NOT EQUAL WS-JOB-NOME(WS-IX)                     00026447
               GO TO 210-99-EXIT.                                       00026494
                                                                        00026541
           MOVE 'S'             TO WS-CTL-ACHADO(WS-IX).                00026588
           MOVE CTL-INPUT       TO WS-CTL-INPUT(WS-IX).                 00026635
           MOVE CTL-LIDOS       TO WS-CTL-LIDOS(WS-IX).                 00026682
           MOVE CTL-GRAVADOS    TO WS-CTL-GRAVADOS(WS-IX).              00026729
           MOVE CTL-ATUALIZADOS TO WS-CTL-ATUALIZ(WS-IX).               00026776
           MOVE CTL-REJEITADOS  TO WS-CTL-REJEIT(WS-IX).                00026823
           MOVE CTL-SITUACAO    TO WS-CTL-SITUACAO(WS-IX).              00026870
                                                                        00026917
      *    REGISTRO GRAVADO ANTES DO CONTROLE DE REINICIO VEM COM       00026964
      *    BRANCOS NO CONTADOR DE REINICIOS                             00027011
                                                                        00027058
           IF  CTL-REINICIOS NUMERIC                                    00027105
               MOVE CTL-REINICIOS TO WS-CTL-REINICIOS(WS-IX).           00027152
                                                                        00027199
           MOVE 8 TO WS-IX.                                             00027246
                                                                        00027300
           GO TO 210-99-EXIT.                                           00027400
                                                                        00027500
       210-99-EXIT.                                                     00027600
           EXIT.                                                        00027605
                                                                        00027610
       220-00-GUARDA-ARQUIVO SECTION.                                   00027615
                                                                        00027620
           ADD 1 TO WS-IX.                                              00027625
                                                                        00027630
           IF  CTL-JOB EQUAL WS-ARQ-NOME(WS-IX)                         00027635
               MOVE 'S'             TO WS-CAR-ACHADO(WS-IX)             00027640
               MOVE CTL-ARQ-SEQ     TO WS-CAR-SEQ(WS-IX)                00027645
               MOVE CTL-LIDOS       TO WS-CAR-QTD(WS-IX)                00027650
               MOVE CTL-GRAVADOS    TO WS-CAR-QTD-TRL(WS-IX)            00027655
               MOVE CTL-ARQ-SIT     TO WS-CAR-SIT(WS-IX)                00027660
               MOVE 7               TO WS-IX.                           00027665
                                                                        00027670
           GO TO 220-99-EXIT.                                           00027675
                                                                        00027680
       220-99-EXIT.                                                     00027685
           EXIT.                                                        00027700
           EJECT                                                        00027800
      ***************************************************************** 00027900
      **       REJEITADOS = GRAVADOS MAIS ATUALIZADOS; NOS DEMAIS     * 00028200
      **       LIDOS = APLICADOS MAIS REJEITADOS. O EXTRATO DO        * 00028300
      **       ORB003 E AINDA CRUZADO COM A QUANTIDADE DE CLIENTES    * 00028400
      **       ATIVOS NA TABELA. NA AUDITORIA DA TRILHA (ORB023) OS   * 00028500
      **       REJEITADOS SAO CODIGOS COM QUEBRA E DEIXAM A NOITE     * 00028533
      **       COM DIFERENCA                                          * 00028566
      **       JOB QUE FICOU EM ANDAMENTO (CAIU DEPOIS DE UM          * 00028572
      **       CHECKPOINT E NAO FOI REINICIADO) NAO BATE; JOB         * 00028578
      **       REINICIADO BATE PELOS TOTAIS ACUMULADOS E MOSTRA       * 00028584
      **       QUANTAS VEZES FOI REINICIADO                           * 00028590
      ***************************************************************** 00028600
       300-00-BATIMENTO SECTION.                                        00028700
                                                                        00028800
           MOVE ZEROS TO WS-IX.                                         00028900
                                                                        00029000
           PERFORM 310-00-BATE-JOB THRU 310-99-EXIT                     00029100
               UNTIL WS-IX EQUAL 8.                                     00029200
                                                                        00029300
      *    CRUZAMENTO DO EXTRATO DO ORB003 COM OS CLIENTES ATIVOS       00029400
                                                                        00029500
           MOVE WS-CTL-ATUALIZ(WS-IX)  TO WS-LINDET-ATUAL.              00033200
           MOVE WS-CTL-REJEIT(WS-IX)   TO WS-LINDET-REJ.                00033300
                                                                        00033400
           IF  WS-CTL-SITUACAO(WS-IX) EQUAL 'P'                         00033412
               MOVE 'INTERROMPIDO - REINICIAR' TO WS-LINDET-SIT         00033424
               MOVE 'N' TO WS-NOITE-OK-SW                               00033436
               WRITE ORB015-REG FROM WS-LINDET                          00033448
                     AFTER ADVANCING 1 LINE                             00033460
               GO TO 310-99-EXIT.                                       00033472
                                                                        00033484
           IF  WS-IX EQUAL 1                                            00033500
               COMPUTE WS-DIF =                                         00033600
                   (WS-CTL-LIDOS(WS-IX) - WS-CTL-REJEIT(WS-IX))         00033700
               MOVE WS-MSG-DIF TO WS-LINDET-SIT                         00034900
               MOVE 'N'        TO WS-NOITE-OK-SW.                       00035000
                                                                        00035100
           IF  WS-DIF EQUAL ZEROS                                       00035105
               AND WS-CTL-REINICIOS(WS-IX) GREATER THAN ZEROS           00035110
               MOVE WS-CTL-REINICIOS(WS-IX) TO WS-MSG-REINICIO-QTD      00035115
               MOVE WS-MSG-REINICIO          TO WS-LINDET-SIT.          00035120
                                                                        00035125
      *    A AUDITORIA DA TRILHA (ORB023) BATE COMO OS DEMAIS E AINDA   00035130
      *    MOSTRA SE A TRILHA ESTAVA LIMPA                              00035135
                                                                        00035140
           IF  WS-JOB-NOME(WS-IX) EQUAL 'ORB023'                        00035145
               AND WS-DIF EQUAL ZEROS                                   00035147
               IF  WS-CTL-REJEIT(WS-IX) EQUAL ZEROS                     00035150
                   MOVE 'TRILHA OK' TO WS-LINDET-SIT                    00035155
               ELSE                                                     00035160
                   MOVE WS-CTL-REJEIT(WS-IX) TO WS-MSG-QUEBRA-QTD       00035165
                   MOVE WS-MSG-QUEBRA        TO WS-LINDET-SIT           00035170
                   MOVE 'N'                  TO WS-NOITE-OK-SW.         00035175
                                                                        00035180
           WRITE ORB015-REG FROM WS-LINDET AFTER ADVANCING 1 LINE.      00035200
                                                                        00035300
           GO TO 310-99-EXIT.                                           00035400
                                                                        00035500
       310-99-EXIT.                                                     00035600
           EXIT.                                                        00035601
           EJECT                                                        00035602
      ***************************************************************** 00035603
      **       CONTROLE DOS ARQUIVOS DE INTERFACE GRAVADO HOJE: O     * 00035604
      **       QUE SAIU (MAILEXT, DELTA, CARTAINC, CARTAREA) TEM A    * 00035605
      **       QUANTIDADE DO TRAILER IGUAL A GRAVADA; O QUE ENTROU    * 00035606
      **       (EXTRATO, RETFILE, OPTFILE) FOI ACEITO OU RECUSADO     * 00035607
      **       PELA CONFERENCIA DO HEADER/TRAILER. RECUSA OU          * 00035608
      **       DIVERGENCIA DEIXA A NOITE COM DIFERENCA                * 00035609
      ***************************************************************** 00035610
       400-00-BATE-ARQUIVOS SECTION.                                    00035611
                                                                        00035612
           IF  WS-ERRO-ABERTURA                                         00035613
               GO TO 400-99-EXIT.                                       00035614
                                                                        00035615
           WRITE ORB015-REG FROM WS-CAB3 AFTER ADVANCING 3 LINES.       00035616
           WRITE ORB015-REG FROM WS-CAB4 AFTER ADVANCING 2 LINES.       00035617
                                                                        00035618
           MOVE ZEROS TO WS-IX.                                         00035619
                                                                        00035620
           PERFORM 410-00-BATE-ARQUIVO THRU 410-99-EXIT                 00035621
               UNTIL WS-IX EQUAL 7.                                     00035622
                                                                        00035623
       400-99-EXIT.                                                     00035624
           EXIT.                                                        00035625
                                                                        00035626
       410-00-BATE-ARQUIVO SECTION.                                     00035627
                                                                        00035628
           ADD 1 TO WS-IX.                                              00035629
                                                                        00035630
           MOVE SPACES               TO WS-LINARQ.                      00035631
           MOVE WS-ARQ-NOME(WS-IX)   TO WS-LINARQ-NOME.                 00035632
           MOVE WS-ARQ-JOB(WS-IX)    TO WS-LINARQ-JOB.                  00035633
                                                                        00035634
           IF  WS-CAR-ACHADO(WS-IX) NOT EQUAL 'S'                       00035635
               MOVE 'NAO MOVIMENTADO HOJE' TO WS-LINARQ-SIT             00035636
               GO TO 410-90-IMPRIME.                                    00035637
                                                                        00035638
           MOVE WS-CAR-SEQ(WS-IX)     TO WS-LINARQ-SEQ.                 00035639
           MOVE WS-CAR-QTD(WS-IX)     TO WS-LINARQ-QTD.                 00035640
           MOVE WS-CAR-QTD-TRL(WS-IX) TO WS-LINARQ-TRL.                 00035641
                                                                        00035642
           IF  WS-CAR-SIT(WS-IX) NOT EQUAL 'OK'                         00035643
               MOVE 'N' TO WS-NOITE-OK-SW                               00035644
               GO TO 410-50-RECUSA.                                     00035645
                                                                        00035646
           COMPUTE WS-DIF =                                             00035647
               WS-CAR-QTD(WS-IX) - WS-CAR-QTD-TRL(WS-IX).               00035648
                                                                        00035649
           IF  WS-DIF EQUAL ZEROS                                       00035650
               MOVE 'OK' TO WS-LINARQ-SIT                               00035651
           ELSE                                                         00035652
               MOVE WS-DIF     TO WS-MSG-DIF-QTD                        00035653
               MOVE WS-MSG-DIF TO WS-LINARQ-SIT                         00035654
               MOVE 'N'        TO WS-NOITE-OK-SW.                       00035655
                                                                        00035656
           GO TO 410-90-IMPRIME.                                        00035657
                                                                        00035658
       410-50-RECUSA.                                                   00035659
                                                                        00035660
           IF  WS-CAR-SIT(WS-IX) EQUAL 'SH'                             00035661
               MOVE 'RECUSADO - SEM HEADER' TO WS-LINARQ-SIT.           00035662
           IF  WS-CAR-SIT(WS-IX) EQUAL 'ST'                             00035663
               MOVE 'RECUSADO - SEM TRAILER' TO WS-LINARQ-SIT.          00035664
           IF  WS-CAR-SIT(WS-IX) EQUAL 'QT'                             00035665
               MOVE 'RECUSADO - QTD/TOTAL DIVERGE' TO WS-LINARQ-SIT.    00035666
           IF  WS-CAR-SIT(WS-IX) EQUAL 'SQ'                             00035667
               MOVE 'RECUSADO - FORA DE SEQUENCIA' TO WS-LINARQ-SIT.    00035668
           IF  WS-CAR-SIT(WS-IX) EQUAL 'JP'                             00035669
               MOVE 'RECUSADO - JA PROCESSADO' TO WS-LINARQ-SIT.        00035670
                                                                        00035671
       410-90-IMPRIME.                                                  00035672
                                                                        00035673
           WRITE ORB015-REG FROM WS-LINARQ AFTER ADVANCING 1 LINE.      00035674
                                                                        00035675
           GO TO 410-99-EXIT.                                           00035676
                                                                        00035677
       410-99-EXIT.                                                     00035678
           EXIT.                                                        00035700
           EJECT                                                        00035800
      ***************************************************************** 00035900
