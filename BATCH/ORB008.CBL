      *            * CONTATO MELHOR DO DUPLICADO E APROVEITADO NO    *  00000900
      *            * SOBREVIVENTE, O DUPLICADO E EXCLUIDO E TUDO     *  00001000
      *            * FICA REGISTRADO NO CLIENTE_HIST                 *  00001100
      *            * AS RECUSAS (OPT-OUT) E OS ENDERECOS TIPADOS DO  *  00001105
      *            * DUPLICADO PASSAM PARA O SOBREVIVENTE            *  00001110
      *            * COMMIT E CHECKPOINT NO RUNCTL A CADA N CARTOES  *  00001120
      *            * (CARTAO CMTPARM, PADRAO 1000); SE O JOB CAIR, A *  00001140
      *            * REEXECUCAO NO MESMO DIA RETOMA DO ULTIMO COMMIT *  00001160
      *            * SEM REAPLICAR AS FUSOES JA CONFIRMADAS          *  00001180
      *            * QUEDA NAO RETOMADA NO MESMO DIA CANCELA O JOB   *  00001185
      *            * SEGUINTE (RC=16): O LOTE E REAPLICADO INTEIRO   *  00001190
      *            ***************************************************  00001200
                                                                        00001300
       ENVIRONMENT DIVISION.                                            00001400
           DECIMAL-POINT IS COMMA.                                      00001700
       INPUT-OUTPUT SECTION.                                            00001800
       FILE-CONTROL.                                                    00001900
           SELECT CMTPARM   ASSIGN TO CMTPARM                           00001920
               ORGANIZATION IS SEQUENTIAL                               00001940
               FILE STATUS  IS WS-CMT-STATUS.                           00001960
                                                                        00001980
           SELECT MERGEIN   ASSIGN TO MERGEIN                           00002000
               ORGANIZATION IS SEQUENTIAL                               00002100
               FILE STATUS  IS WS-MRG-STATUS.                           00002200
                                                                        00002610
           SELECT RUNCTL    ASSIGN TO RUNCTL                            00002620
               ORGANIZATION IS INDEXED                                  00002630
               ACCESS MODE  IS DYNAMIC                                  00002640
               RECORD KEY   IS CTL-CHAVE                                00002650
               FILE STATUS  IS WS-RUNCTL-STATUS.                        00002660
                                                                        00002700
       DATA DIVISION.                                                   00002800
       FILE SECTION.                                                    00002900
       FD  CMTPARM                                                      00002914
           LABEL RECORDS ARE STANDARD.                                  00002928
       01  CMTPARM-REG.                                                 00002942
           05  CMT-INTERVALO       PIC 9(05).                           00002956
           05  FILLER              PIC X(75).                           00002970
                                                                        00002984
       FD  MERGEIN                                                      00003000
           LABEL RECORDS ARE STANDARD.                                  00003100
       01  MERGEIN-REG.                                                 00003200
           05  CTL-GRAVADOS            PIC 9(07).                       00004292
           05  CTL-ATUALIZADOS         PIC 9(07).                       00004294
           05  CTL-REJEITADOS          PIC 9(07).                       00004296
           05  CTL-ARQ-SEQ             PIC 9(06).                       00004307
           05  CTL-ARQ-SIT             PIC X(02).                       00004318
           05  CTL-SITUACAO            PIC X(01).                       00004329
               88  CTL-EM-ANDAMENTO        VALUE 'P'.                   00004340
           05  CTL-REINICIOS           PIC 9(03).                       00004351
           05  CTL-POSICAO             PIC 9(07).                       00004362
           05  FILLER                  PIC X(07).                       00004373
                                                                        00004384
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
               88  WS-ERRO-ABERTURA             VALUE 'S'.              00005400
           05  WS-CONTATO-SW          PIC X(01) VALUE 'N'.              00005500
               88  WS-CONTATO-LEVADO            VALUE 'S'.              00005600
           05  WS-REINICIO-SW         PIC X(01) VALUE 'N'.              00005620
               88  WS-REINICIO                  VALUE 'S'.              00005640
           05  WS-CTL-GRAVADO-SW      PIC X(01) VALUE 'N'.              00005660
               88  WS-CTL-GRAVADO               VALUE 'S'.              00005680
           05  WS-FIM-BUSCA-SW        PIC X(01) VALUE 'N'.              00005683
               88  WS-FIM-BUSCA                 VALUE 'S'.              00005686
           05  WS-ENDERECO-SW         PIC X(01) VALUE 'N'.              00005690
               88  WS-ENDERECO-LEVADO           VALUE 'S'.              00005695
                                                                        00005700
       77  WS-CONT-LIDOS        PIC S9(07) COMP VALUE ZEROS.            00005800
       77  WS-CONT-FUNDIDOS     PIC S9(07) COMP VALUE ZEROS.            00005900
       77  WS-CONT-COM-CONTATO  PIC S9(07) COMP VALUE ZEROS.            00006000
       77  WS-CONT-NAO-ENCONTR  PIC S9(07) COMP VALUE ZEROS.            00006100
       77  WS-CONT-ERROS        PIC S9(07) COMP VALUE ZEROS.            00006200
                                                                        00006207
       77  WS-N-CHECKPOINT      PIC S9(07) COMP VALUE +1000.            00006214
       77  WS-CONT-DESDE-CKPT   PIC S9(07) COMP VALUE ZEROS.            00006221
       77  WS-QTD-PULAR         PIC S9(07) COMP VALUE ZEROS.            00006228
       77  WS-CONT-PULADOS      PIC S9(07) COMP VALUE ZEROS.            00006235
       77  WS-REINICIOS         PIC 9(03) VALUE ZEROS.                  00006242
       77  WS-CTL-SIT-JOB       PIC X(01) VALUE SPACES.                 00006249
       77  WS-BUSCA-DATA        PIC X(10) VALUE SPACES.                 00006250
       77  WS-BUSCA-SIT         PIC X(01) VALUE SPACES.                 00006251
                                                                        00006256
       01  WS-CTL-ANTERIOR.                                             00006263
           05  WS-ANT-LIDOS     PIC S9(07) COMP VALUE ZEROS.            00006270
           05  WS-ANT-ATUALIZ   PIC S9(07) COMP VALUE ZEROS.            00006277
           05  WS-ANT-REJEIT    PIC S9(07) COMP VALUE ZEROS.            00006284
                                                                        00006300
       01  WS02-HIST-TIPO-OPER PIC X(01) VALUE SPACES.                  00006400
                                                                        00006420
       01  WS-CANAL-TIPO        PIC X(01) VALUE SPACES.                 00006430
       01  WS-DATA-RECUSA       PIC X(10) VALUE SPACES.                 00006440
       01  WS-AGORA             PIC X(26) VALUE SPACES.                 00006460
                                                                        00006500
       01  WS-DUP-REG.                                                  00006600
           05  WS-DUP-CODIGO    PIC S9(07) COMP-3.                      00006700
           05  FILLER         PIC X(22) VALUE 'ERROS................:'. 00012300
           05  WS-LINRES5-QTD PIC ZZZ.ZZ9.                              00012400
                                                                        00012500
       01  WS-LINREI.                                                   00012520
           05  FILLER         PIC X(22) VALUE 'CONFIRMADOS ANTES....:'. 00012540
           05  WS-LINREI-QTD  PIC ZZZ.ZZ9.                              00012560
                                                                        00012580
           EXEC SQL INCLUDE CLIENTE END-EXEC.                           00012600
                                                                        00012700
           EXEC SQL INCLUDE CLIENTEH END-EXEC.                          00012800
                                                                        00012833
           EXEC SQL INCLUDE CLIFUSAO END-EXEC.                          00012866
                                                                        00012870
           EXEC SQL INCLUDE CONSENT END-EXEC.                           00012875
                                                                        00012880
           EXEC SQL INCLUDE CONSENTH END-EXEC.                          00012885
                                                                        00012888
           EXEC SQL INCLUDE CLIENDER END-EXEC.                          00012890
                                                                        00012900
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00013000
                                                                        00013100
      **       CONTROLE DE EXECUCAO (RUNCTL): SE JA EXISTE REGISTRO   * 00015002
      **       DESTE JOB PARA A DATA DE HOJE, OS CARTOES JA FORAM     * 00015004
      **       APLICADOS E O JOB E CANCELADO NA HORA (RC=16)          * 00015006
      **       SE FICOU EM ANDAMENTO (QUEDA APOS CHECKPOINT), REINICIA* 00015007
      ***************************************************************** 00015008
       050-00-VERIFICA-RUNCTL SECTION.                                  00015010
                                                                        00015012
                                                                        00015068
           READ RUNCTL                                                  00015070
               INVALID KEY                                              00015072
                   PERFORM 060-00-BUSCA-PENDENTE THRU 060-99-EXIT       00015073
                   GO TO 050-99-EXIT.                                   00015074
                                                                        00015076
           IF  CTL-EM-ANDAMENTO                                         00015077
               PERFORM 055-00-PREPARA-REINICIO THRU 055-99-EXIT         00015078
               GO TO 050-99-EXIT.                                       00015079
                                                                        00015080
           DISPLAY 'ORB008 - ENTRADA ' CTL-INPUT ' JA PROCESSADA EM '   00015081
                   CTL-DATA '. EXECUCAO CANCELADA'.                     00015082
                                                                        00015083
           CLOSE RUNCTL.                                                00015084
                                                                        00015086
           MOVE 16 TO RETURN-CODE.                                      00015088
           EJECT                                                        00015100
      ***************************************************************** 00015100
      **       ABERTURA DOS ARQUIVOS, CABECALHO DO RELATORIO E        * 00015200
      **       LEITURA DO PRIMEIRO CARTAO (NUM REINICIO, DO PRIMEIRO  * 00015266
      **       AINDA NAO CONFIRMADO)                                  * 00015332
      ***************************************************************** 00015400
       100-00-INICIO SECTION.                                           00015500
                                                                        00015516
           PERFORM 040-00-LE-CMTPARM THRU 040-99-EXIT.                  00015532
                                                                        00015550
           PERFORM 050-00-VERIFICA-RUNCTL THRU 050-99-EXIT.             00015560
                                                                        00015600
           WRITE ORB008-REG FROM WS-CAB1 AFTER ADVANCING PAGE.          00017400
           WRITE ORB008-REG FROM WS-CAB2 AFTER ADVANCING 2 LINES.       00017500
                                                                        00017600
           IF  WS-QTD-PULAR GREATER THAN ZEROS                          00017611
               DISPLAY 'ORB008 - REINICIO. PULANDO ' WS-QTD-PULAR       00017622
                       ' REGISTROS JA PROCESSADOS'.                     00017633
                                                                        00017644
           PERFORM 120-00-PULA-REGISTRO THRU 120-99-EXIT                00017655
               UNTIL WS-CONT-PULADOS EQUAL WS-QTD-PULAR                 00017666
                  OR WS-FIM-MERGEIN.                                    00017677
                                                                        00017688
           PERFORM 200-10-LE-MERGEIN THRU 200-10-EXIT.                  00017700
                                                                        00017800
       100-99-EXIT.                                                     00017900
           EXIT.                                                        00017906
           EJECT                                                        00017912
      ***************************************************************** 00017918
      **       DESCARTA, NUM REINICIO, OS REGISTROS JA PROCESSADOS    * 00017924
      **       E CONFIRMADOS NA EXECUCAO INTERROMPIDA                 * 00017930
      ***************************************************************** 00017936
       120-00-PULA-REGISTRO SECTION.                                    00017942
                                                                        00017948
           PERFORM 200-10-LE-MERGEIN THRU 200-10-EXIT.                  00017954
                                                                        00017960
           IF  NOT WS-FIM-MERGEIN                                       00017966
               ADD 1 TO WS-CONT-PULADOS.                                00017972
                                                                        00017978
       120-99-EXIT.                                                     00017984
           EXIT.                                                        00018000
           EJECT                                                        00018100
      ***************************************************************** 00018200
               PERFORM 250-00-ERRO-SQL THRU 250-99-EXIT                 00024800
               GO TO 200-99-EXIT.                                       00024900
                                                                        00025000
      *    O CODIGO QUE SAI PASSA A APONTAR PARA O SOBREVIVENTE E AS    00025041
      *    RECUSAS, OS ENDERECOS TIPADOS E O CONTATO DO DUPLICADO       00025082
      *    VAO PARA ELE ANTES DA EXCLUSAO; UM ERRO NESSES PASSOS DEIXA  00025123
      *    O DUPLICADO NO CADASTRO E O CARTAO PODE SER REAPLICADO       00025164
                                                                        00025205
           PERFORM 500-00-GRAVA-FUSAO THRU 500-99-EXIT.                 00025246
                                                                        00025287
           IF  SQLCODE NOT EQUAL ZEROS                                  00025328
               PERFORM 250-00-ERRO-SQL THRU 250-99-EXIT                 00025369
               GO TO 200-99-EXIT.                                       00025410
                                                                        00025451
           PERFORM 505-00-LEVA-DUPLICADO THRU 505-99-EXIT.              00025492
                                                                        00025533
           IF  SQLCODE NOT EQUAL ZEROS                                  00025574
               PERFORM 250-00-ERRO-SQL THRU 250-99-EXIT                 00025615
               GO TO 200-99-EXIT.                                       00025656
                                                                        00025697
           PERFORM 400-00-APROVEITA-CONTATO THRU 400-99-EXIT.           00025738
                                                                        00025779
           IF  SQLCODE NOT EQUAL ZEROS                                  00025820
               PERFORM 250-00-ERRO-SQL THRU 250-99-EXIT                 00025861
               GO TO 200-99-EXIT.                                       00025902
                                                                        00025943
           EXEC SQL DELETE FROM CLIENTE                                 00025984
                    WHERE  CODIGO = :WS-DUP-CODIGO                      00026025
           END-EXEC.                                                    00026066
                                                                        00026107
           IF  SQLCODE NOT EQUAL ZEROS                                  00026148
               PERFORM 250-00-ERRO-SQL THRU 250-99-EXIT                 00026189
               GO TO 200-99-EXIT.                                       00026230
                                                                        00026400
           ADD 1 TO WS-CONT-FUNDIDOS.                                   00026500
                                                                        00026600
           EXIT.                                                        00027800
           EJECT                                                        00027900
      ***************************************************************** 00028000
      **       GRAVA A LINHA DE DETALHE, FAZ O CHECKPOINT A CADA N    * 00028066
      **       CARTOES E LE O PROXIMO                                 * 00028132
      ***************************************************************** 00028200
       200-20-GRAVA-LINHA SECTION.                                      00028300
                                                                        00028400
           WRITE ORB008-REG FROM WS-LINDET AFTER ADVANCING 1 LINE.      00028500
                                                                        00028516
           ADD 1 TO WS-CONT-DESDE-CKPT.                                 00028532
                                                                        00028548
           IF  WS-CONT-DESDE-CKPT EQUAL WS-N-CHECKPOINT                 00028564
               PERFORM 260-00-GRAVA-CHECKPOINT THRU 260-99-EXIT.        00028580
                                                                        00028600
           PERFORM 200-10-LE-MERGEIN THRU 200-10-EXIT.                  00028700
                                                                        00028800
               WS-DUP-ENDERECO GREATER THAN SPACES                      00041400
               MOVE 'S' TO WS-CONTATO-SW.                               00041500
                                                                        00041600
      *    ENDERECO TIPADO COPIADO DO DUPLICADO TAMBEM ALTERA O         00041620
      *    SOBREVIVENTE, PARA O DELTA (ORB014) LEVAR A NOVA COBRANCA    00041640
           IF  NOT WS-CONTATO-LEVADO AND NOT WS-ENDERECO-LEVADO         00041700
               GO TO 400-99-EXIT.                                       00041800
                                                                        00041900
      *    IMAGEM ANTERIOR DO SOBREVIVENTE ANTES DA ALTERACAO           00042000
           EXIT.                                                        00047200
           EJECT                                                        00047300
      ***************************************************************** 00047400
      **       GRAVA NO CLIENTE_FUSAO O CODIGO QUE SAIU APONTANDO     * 00047402
      **       PARA O SOBREVIVENTE. CODIGOS QUE JA TINHAM SIDO        * 00047404
      **       FUNDIDOS NO QUE SAI SAO REAPONTADOS PARA O NOVO        * 00047406
      **       SOBREVIVENTE, PARA A CONSULTA NUNCA PRECISAR SEGUIR    * 00047408
      **       UMA CADEIA DE FUSOES                                   * 00047410
      ***************************************************************** 00047412
       500-00-GRAVA-FUSAO SECTION.                                      00047414
                                                                        00047416
           EXEC SQL UPDATE CLIENTE_FUSAO                                00047418
                    SET    FUSAO_CODIGO_FICA = :CODIGO-CLI              00047420
                    WHERE  FUSAO_CODIGO_FICA = :WS-DUP-CODIGO           00047422
           END-EXEC.                                                    00047424
                                                                        00047426
           IF  SQLCODE NOT EQUAL ZEROS AND                              00047428
               SQLCODE NOT EQUAL +100                                   00047430
               GO TO 500-99-EXIT.                                       00047432
                                                                        00047434
           MOVE WS-DUP-CODIGO TO FUS-CODIGO-SAI.                        00047436
           MOVE CODIGO-CLI    TO FUS-CODIGO-FICA.                       00047438
           MOVE MRG-OPERADOR  TO FUS-OPERADOR.                          00047440
                                                                        00047442
           EXEC SQL INSERT INTO CLIENTE_FUSAO                           00047444
                     (FUSAO_CODIGO_SAI, FUSAO_CODIGO_FICA,             X00047446
                      FUSAO_DATA_HORA, FUSAO_OPERADOR)                  00047448
                VALUES (:FUS-CODIGO-SAI, :FUS-CODIGO-FICA,             X00047450
                        CURRENT TIMESTAMP, :FUS-OPERADOR)               00047452
           END-EXEC.                                                    00047454
                                                                        00047456
      *    CODIGO JA FUNDIDO ANTES (E RESTAURADO): VALE A FUSAO NOVA    00047458
                                                                        00047460
           IF  SQLCODE EQUAL -803                                       00047462
               EXEC SQL UPDATE CLIENTE_FUSAO                            00047464
                        SET    FUSAO_CODIGO_FICA = :FUS-CODIGO-FICA,    00047466
                               FUSAO_DATA_HORA   = CURRENT TIMESTAMP,   00047468
                               FUSAO_OPERADOR    = :FUS-OPERADOR        00047470
                        WHERE  FUSAO_CODIGO_SAI  = :FUS-CODIGO-SAI      00047472
               END-EXEC.                                                00047474
                                                                        00047476
       500-99-EXIT.                                                     00047478
           EXIT.                                                        00047480
           EJECT                                                        00047482
      ***************************************************************** 00047484
      **       GRAVA UMA LINHA DE ERRO DE SQL NO RELATORIO            * 00047500
      ***************************************************************** 00047600
       250-00-ERRO-SQL SECTION.                                         00047700
           PERFORM 200-20-GRAVA-LINHA THRU 200-20-EXIT.                 00048600
                                                                        00048700
       250-99-EXIT.                                                     00048800
           EXIT.                                                        00048804
           EJECT                                                        00048808
      ***************************************************************** 00048812
      **       COMMIT DO LOTE E CHECKPOINT DE REINICIO: O REGISTRO    * 00048816
      **       DO JOB NO RUNCTL FICA EM ANDAMENTO (SITUACAO P) COM    * 00048820
      **       OS TOTAIS ACUMULADOS E A POSICAO DO ULTIMO REGISTRO    * 00048824
      **       CONFIRMADO                                             * 00048828
      ***************************************************************** 00048832
       260-00-GRAVA-CHECKPOINT SECTION.                                 00048836
                                                                        00048840
           EXEC SQL COMMIT END-EXEC.                                    00048844
                                                                        00048848
           MOVE ZEROS TO WS-CONT-DESDE-CKPT.                            00048852
                                                                        00048856
           IF  NOT WS-RUNCTL-ABERTO                                     00048860
               GO TO 260-99-EXIT.                                       00048864
                                                                        00048868
           MOVE 'P' TO WS-CTL-SIT-JOB.                                  00048872
           PERFORM 955-00-GRAVA-REG-JOB THRU 955-99-EXIT.               00048876
                                                                        00048880
           DISPLAY 'ORB008 - CHECKPOINT GRAVADO EM ' CTL-POSICAO        00048884
                   ' REGISTROS'.                                        00048888
                                                                        00048892
       260-99-EXIT.                                                     00048896
           EXIT.                                                        00048900
           EJECT                                                        00049000
      ***************************************************************** 00049100
                                                                        00052900
           EXEC SQL COMMIT END-EXEC.                                    00053000
                                                                        00053100
      *    NUM REINICIO OS CONTADORES ABAIXO SAO SO DESTA EXECUCAO      00053110
                                                                        00053120
           IF  WS-REINICIO                                              00053130
               MOVE WS-ANT-LIDOS TO WS-LINREI-QTD                       00053140
               WRITE ORB008-REG FROM WS-LINREI                          00053150
                     AFTER ADVANCING 2 LINES                            00053160
               DISPLAY 'ORB008 - CONFIRMADOS ANTES....: '               00053170
                       WS-ANT-LIDOS.                                    00053180
                                                                        00053190
           MOVE WS-CONT-LIDOS       TO WS-LINRES1-QTD.                  00053200
           WRITE ORB008-REG FROM WS-LINRES1 AFTER ADVANCING 2 LINES.    00053300
                                                                        00053400
      **       OS CONTADORES DO JOB, PARA O DUPLO-PROCESSAMENTO E O   * 00056040
      **       BATIMENTO DA NOITE (ORB015). AS FUSOES EFETUADAS SAO   * 00056050
      **       OS ATUALIZADOS; NAO ENCONTRADOS E ERROS SOMAM NOS      * 00056060
      **       REJEITADOS. SITUACAO F = EXECUCAO ENCERRADA            * 00056070
      ***************************************************************** 00056080
       950-00-GRAVA-RUNCTL SECTION.                                     00056082
                                                                        00056084
           IF  NOT WS-RUNCTL-ABERTO OR WS-ERRO-ABERTURA                 00056086
               GO TO 950-99-EXIT.                                       00056088
                                                                        00056090
           MOVE 'F' TO WS-CTL-SIT-JOB.                                  00056100
           PERFORM 955-00-GRAVA-REG-JOB THRU 955-99-EXIT.               00056110
                                                                        00056120
           CLOSE RUNCTL.                                                00056122
                                                                        00056124
       950-99-EXIT.                                                     00056126
           EXIT.                                                        00056128
           EJECT                                                        00056228
      ***************************************************************** 00056328
      **       MONTA E GRAVA O REGISTRO DO JOB NO RUNCTL COM OS       * 00056428
      **       TOTAIS DA EXECUCAO MAIS OS JA CONFIRMADOS ANTES DE     * 00056528
      **       UM REINICIO. WS-CTL-SIT-JOB TRAZ P (CHECKPOINT) OU     * 00056628
      **       F (TERMINO NORMAL)                                     * 00056728
      ***************************************************************** 00056828
       955-00-GRAVA-REG-JOB SECTION.                                    00056928
                                                                        00057028
           MOVE SPACES         TO RUNCTL-REG.                           00057128
           MOVE 'ORB008'       TO CTL-JOB.                              00057228
           MOVE WS-DATA-HOJE   TO CTL-DATA.                             00057328
           MOVE 'MERGEIN'      TO CTL-INPUT.                            00057428
           COMPUTE CTL-LIDOS = WS-ANT-LIDOS + WS-CONT-LIDOS.            00057528
           MOVE ZEROS          TO CTL-GRAVADOS.                         00057628
           COMPUTE CTL-ATUALIZADOS =                                    00057728
               WS-ANT-ATUALIZ + WS-CONT-FUNDIDOS.                       00057828
           COMPUTE CTL-REJEITADOS =                                     00057928
               WS-ANT-REJEIT                                            00058028
             + WS-CONT-NAO-ENCONTR + WS-CONT-ERROS.                     00058128
           MOVE WS-CTL-SIT-JOB TO CTL-SITUACAO.                         00058228
           MOVE WS-REINICIOS   TO CTL-REINICIOS.                        00058328
           MOVE CTL-LIDOS      TO CTL-POSICAO.                          00058428
                                                                        00058528
           IF  WS-CTL-GRAVADO                                           00058628
               REWRITE RUNCTL-REG                                       00058728
                   INVALID KEY                                          00058828
                       DISPLAY 'ORB008 - ERRO AO REGRAVAR O RUNCTL, '   00058928
                               'FILE STATUS = ' WS-RUNCTL-STATUS        00059028
           ELSE                                                         00059128
               WRITE RUNCTL-REG                                         00059228
                   INVALID KEY                                          00059328
                       DISPLAY 'ORB008 - ERRO AO GRAVAR O RUNCTL, '     00059428
                               'FILE STATUS = ' WS-RUNCTL-STATUS.       00059528
                                                                        00059628
           MOVE 'S' TO WS-CTL-GRAVADO-SW.                               00059728
                                                                        00059828
       955-99-EXIT.                                                     00059928
           EXIT.                                                        00060028
           EJECT                                                        00060128
      ***************************************************************** 00060228
      **       CARTAO DE COMMIT (CMTPARM): QUANTOS REGISTROS ENTRE    * 00060328
      **       UM COMMIT E O SEGUINTE, CADA UM COM CHECKPOINT NO      * 00060428
      **       RUNCTL. SEM CARTAO, OU COM VALOR INVALIDO OU ZERO,     * 00060528
      **       VALE O PADRAO DE 1000                                  * 00060628
      ***************************************************************** 00060728
       040-00-LE-CMTPARM SECTION.                                       00060828
                                                                        00060928
           OPEN INPUT CMTPARM.                                          00061028
                                                                        00061128
           IF  WS-CMT-NAO-EXISTE                                        00061228
               GO TO 040-90-INTERVALO.                                  00061328
                                                                        00061428
           IF  WS-CMT-STATUS NOT EQUAL '00'                             00061528
               DISPLAY 'ORB008 - ERRO AO ABRIR O CMTPARM, '             00061628
                       'FILE STATUS = ' WS-CMT-STATUS                   00061728
               GO TO 040-90-INTERVALO.                                  00061828
                                                                        00061928
           READ CMTPARM                                                 00062028
               AT END                                                   00062128
                   CLOSE CMTPARM                                        00062228
                   GO TO 040-90-INTERVALO.                              00062328
                                                                        00062428
           CLOSE CMTPARM.                                               00062528
                                                                        00062628
           IF  CMT-INTERVALO NOT NUMERIC                                00062728
               OR CMT-INTERVALO EQUAL ZEROS                             00062828
               DISPLAY 'ORB008 - INTERVALO DE COMMIT INVALIDO NO '      00062928
                       'CMTPARM, ASSUMIDO O PADRAO'                     00063028
               GO TO 040-90-INTERVALO.                                  00063128
                                                                        00063228
           MOVE CMT-INTERVALO TO WS-N-CHECKPOINT.                       00063328
                                                                        00063428
       040-90-INTERVALO.                                                00063528
                                                                        00063628
           DISPLAY 'ORB008 - COMMIT A CADA ' WS-N-CHECKPOINT            00063728
                   ' REGISTROS'.                                        00063828
                                                                        00063928
       040-99-EXIT.                                                     00064028
           EXIT.                                                        00064128
           EJECT                                                        00064228
      ***************************************************************** 00064328
      **       REINICIO DE UMA EXECUCAO INTERROMPIDA: OS TOTAIS JA    * 00064428
      **       CONFIRMADOS NO ULTIMO CHECKPOINT VIRAM A BASE DOS      * 00064528
      **       CONTADORES DO RUNCTL E O PROCESSAMENTO RETOMA DEPOIS   * 00064628
      **       DO ULTIMO REGISTRO CONFIRMADO (PULANDO OS JA LIDOS)    * 00064728
      ***************************************************************** 00064828
       055-00-PREPARA-REINICIO SECTION.                                 00064928
                                                                        00065028
           MOVE 'S' TO WS-REINICIO-SW.                                  00065128
           MOVE 'S' TO WS-CTL-GRAVADO-SW.                               00065228
                                                                        00065328
           MOVE CTL-LIDOS       TO WS-ANT-LIDOS.                        00065428
           MOVE CTL-ATUALIZADOS TO WS-ANT-ATUALIZ.                      00065528
           MOVE CTL-REJEITADOS  TO WS-ANT-REJEIT.                       00065628
           MOVE CTL-POSICAO     TO WS-QTD-PULAR.                        00065728
                                                                        00065828
           COMPUTE WS-REINICIOS = CTL-REINICIOS + 1.                    00065928
                                                                        00066028
           DISPLAY 'ORB008 - REINICIO ' WS-REINICIOS ' DA EXECUCAO DE ' 00066128
                   CTL-DATA '. JA CONFIRMADOS ' CTL-LIDOS               00066228
                   ' REGISTROS, POSICAO ' CTL-POSICAO.                  00066328
                                                                        00066428
       055-99-EXIT.                                                     00066528
           EXIT.                                                        00066628
           EJECT                                                        00066728
      ***************************************************************** 00066729
      **       PROCURA A ULTIMA EXECUCAO DO JOB ANTERIOR A HOJE. SE   * 00066730
      **       ELA FICOU EM ANDAMENTO (P), O JOB E CANCELADO (RC=16), * 00066731
      **       POIS O MERGEIN NAO PROVA SER O LOTE DAQUELE DIA. ELA   * 00066732
      **       FICA CANCELADA (C) E O LOTE E REAPLICADO DO INICIO     * 00066734
      ***************************************************************** 00066735
       060-00-BUSCA-PENDENTE SECTION.                                   00066736
                                                                        00066737
           MOVE SPACES     TO WS-BUSCA-DATA.                            00066739
           MOVE SPACES     TO WS-BUSCA-SIT.                             00066740
           MOVE 'N'        TO WS-FIM-BUSCA-SW.                          00066741
                                                                        00066743
           MOVE 'ORB008'   TO CTL-JOB.                                  00066744
           MOVE LOW-VALUES TO CTL-DATA.                                 00066745
                                                                        00066746
           START RUNCTL KEY IS NOT LESS THAN CTL-CHAVE                  00066748
               INVALID KEY                                              00066749
                   GO TO 060-99-EXIT.                                   00066750
                                                                        00066751
           PERFORM 060-10-LE-RUNCTL THRU 060-10-EXIT                    00066753
               UNTIL WS-FIM-BUSCA.                                      00066754
                                                                        00066755
           IF  WS-BUSCA-SIT NOT EQUAL 'P'                               00066757
               GO TO 060-99-EXIT.                                       00066758
                                                                        00066759
           MOVE 'ORB008'      TO CTL-JOB.                               00066760
           MOVE WS-BUSCA-DATA TO CTL-DATA.                              00066762
                                                                        00066763
           READ RUNCTL                                                  00066764
               INVALID KEY                                              00066765
                   GO TO 060-99-EXIT.                                   00066767
                                                                        00066768
           DISPLAY 'ORB008 - EXECUCAO DE ' CTL-DATA ' INTERROMPIDA '    00066769
                   'APOS ' CTL-POSICAO ' CARTOES. O MERGEIN DE HOJE '   00066771
                   'NAO PODE SER CONFERIDO COM O DAQUELE DIA. '         00066772
                   'EXECUCAO CANCELADA'.                                00066773
           DISPLAY 'ORB008 - REPROCESSE O LOTE INTERROMPIDO COMPLETO; ' 00066774
                   'OS CARTOES JA APLICADOS SAIRAO COMO SAI NAO EXISTE'.00066776
                                                                        00066777
           MOVE 'C' TO CTL-SITUACAO.                                    00066778
                                                                        00066779
           REWRITE RUNCTL-REG                                           00066781
               INVALID KEY                                              00066782
                   DISPLAY 'ORB008 - ERRO AO CANCELAR O RUNCTL DE '     00066783
                           CTL-DATA ', FILE STATUS = ' WS-RUNCTL-STATUS.00066785
                                                                        00066786
           CLOSE RUNCTL.                                                00066787
                                                                        00066788
           MOVE 16 TO RETURN-CODE.                                      00066790
                                                                        00066791
           STOP RUN.                                                    00066792
                                                                        00066793
       060-99-EXIT.                                                     00066795
           EXIT.                                                        00066796
           EJECT                                                        00066797
      ***************************************************************** 00066799
      **       LE O PROXIMO REGISTRO DO RUNCTL. A BUSCA ACABA NO      * 00066800
      **       PRIMEIRO REGISTRO DE OUTRO JOB OU DE HOJE EM DIANTE    * 00066801
      ***************************************************************** 00066802
       060-10-LE-RUNCTL SECTION.                                        00066804
                                                                        00066805
           READ RUNCTL NEXT RECORD                                      00066806
               AT END                                                   00066807
                   MOVE 'S' TO WS-FIM-BUSCA-SW                          00066809
                   GO TO 060-10-EXIT.                                   00066810
                                                                        00066811
           IF  WS-RUNCTL-STATUS NOT EQUAL '00'                          00066813
            OR CTL-JOB  NOT EQUAL 'ORB008'                              00066814
            OR CTL-DATA NOT LESS WS-DATA-HOJE                           00066815
               MOVE 'S' TO WS-FIM-BUSCA-SW                              00066816
               GO TO 060-10-EXIT.                                       00066818
                                                                        00066819
           MOVE CTL-DATA     TO WS-BUSCA-DATA.                          00066820
           MOVE CTL-SITUACAO TO WS-BUSCA-SIT.                           00066821
                                                                        00066823
       060-10-EXIT.                                                     00066824
           EXIT.                                                        00066825
           EJECT                                                        00066827
      ***************************************************************** 00066828
      **       LEVA PARA O SOBREVIVENTE O QUE O DUPLICADO TINHA E     * 00066928
      **       ELE NAO: AS RECUSAS (OPT-OUT) DE CADA CANAL, PARA QUEM * 00067028
      **       RECUSOU NAO VOLTAR A RECEBER NADA PELO CODIGO QUE      * 00067128
      **       FICA, E OS ENDERECOS TIPADOS (COBRANCA E ENTREGA) QUE  * 00067228
      **       O SOBREVIVENTE NAO TEM. AS LINHAS DO DUPLICADO FICAM   * 00067328
      **       COMO ESTAO, PARA O ORB004 PODER DESFAZER A FUSAO COM O * 00067428
      **       CLIENTE COMPLETO                                       * 00067528
      ***************************************************************** 00067578
       505-00-LEVA-DUPLICADO SECTION.                                   00067628
                                                                        00067728
           MOVE 'N' TO WS-ENDERECO-SW.                                  00067828
                                                                        00067928
           MOVE 'C' TO WS-CANAL-TIPO.                                   00068028
           PERFORM 510-00-LEVA-RECUSA THRU 510-99-EXIT.                 00068128
                                                                        00068228
           IF  SQLCODE NOT EQUAL ZEROS                                  00068328
               GO TO 505-99-EXIT.                                       00068428
                                                                        00068528
           MOVE 'E' TO WS-CANAL-TIPO.                                   00068628
           PERFORM 510-00-LEVA-RECUSA THRU 510-99-EXIT.                 00068728
                                                                        00068828
           IF  SQLCODE NOT EQUAL ZEROS                                  00068928
               GO TO 505-99-EXIT.                                       00069028
                                                                        00069128
           MOVE 'C' TO WS-CANAL-TIPO.                                   00069228
           PERFORM 520-00-LEVA-ENDERECO THRU 520-99-EXIT.               00069328
                                                                        00069428
           IF  SQLCODE NOT EQUAL ZEROS                                  00069528
               GO TO 505-99-EXIT.                                       00069628
                                                                        00069728
           MOVE 'E' TO WS-CANAL-TIPO.                                   00069828
           PERFORM 520-00-LEVA-ENDERECO THRU 520-99-EXIT.               00069928
                                                                        00070028
       505-99-EXIT.                                                     00070128
           EXIT.                                                        00070228
           EJECT                                                        00070328
      ***************************************************************** 00070428
      **       RECUSA ('N') DO DUPLICADO NO CANAL WS-CANAL-TIPO: SE   * 00070528
      **       O SOBREVIVENTE NAO TEM REGISTRO, A RECUSA E INCLUIDA;  * 00070628
      **       SE ELE CONSENTIA, PASSA A RECUSAR, A NAO SER QUE O     * 00070728
      **       CONSENTIMENTO SEJA POSTERIOR A RECUSA (MESMA REGRA DO  * 00070828
      **       ORB024). O QUE FOR GRAVADO VAI TAMBEM PARA O           * 00070928
      **       CLIENTE_CONSENT_HIST COM ORIGEM B. SAI COM SQLCODE     * 00071028
      **       ZERO QUANDO NAO HA NADA A LEVAR                        * 00071128
      ***************************************************************** 00071228
       510-00-LEVA-RECUSA SECTION.                                      00071328
                                                                        00071428
           MOVE WS-DUP-CODIGO TO CONS-CODIGO-CNS.                       00071528
           MOVE WS-CANAL-TIPO TO CONS-CANAL-CNS.                        00071628
                                                                        00071728
           EXEC SQL SELECT CONS_SITUACAO,                               00071828
                           CONS_DATA                                    00071928
                    INTO   :CONS-SITUACAO-CNS,                          00072028
                           :CONS-DATA-CNS                               00072128
                    FROM   CLIENTE_CONSENT                              00072228
                    WHERE  CONS_CODIGO = :CONS-CODIGO-CNS               00072328
                      AND  CONS_CANAL  = :CONS-CANAL-CNS                00072428
           END-EXEC.                                                    00072528
                                                                        00072628
           IF  SQLCODE EQUAL +100                                       00072728
               MOVE ZEROS TO SQLCODE                                    00072828
               GO TO 510-99-EXIT.                                       00072928
                                                                        00073028
           IF  SQLCODE NOT EQUAL ZEROS                                  00073128
               GO TO 510-99-EXIT.                                       00073228
                                                                        00073328
           IF  NOT CONS-RECUSOU                                         00073428
               GO TO 510-99-EXIT.                                       00073528
                                                                        00073628
           MOVE CONS-DATA-CNS TO WS-DATA-RECUSA.                        00073728
           MOVE CODIGO-CLI    TO CONS-CODIGO-CNS.                       00073828
                                                                        00073928
           EXEC SQL SELECT CONS_SITUACAO,                               00074028
                           CONS_DATA                                    00074128
                    INTO   :CONS-SITUACAO-CNS,                          00074228
                           :CONS-DATA-CNS                               00074328
                    FROM   CLIENTE_CONSENT                              00074428
                    WHERE  CONS_CODIGO = :CONS-CODIGO-CNS               00074528
                      AND  CONS_CANAL  = :CONS-CANAL-CNS                00074628
           END-EXEC.                                                    00074728
                                                                        00074828
           IF  SQLCODE EQUAL +100                                       00074928
               GO TO 510-10-INCLUI.                                     00075028
                                                                        00075128
           IF  SQLCODE NOT EQUAL ZEROS                                  00075228
               GO TO 510-99-EXIT.                                       00075328
                                                                        00075428
           IF  CONS-RECUSOU OR CONS-DATA-CNS GREATER WS-DATA-RECUSA     00075528
               GO TO 510-99-EXIT.                                       00075628
                                                                        00075728
           PERFORM 515-00-MONTA-RECUSA THRU 515-99-EXIT.                00075828
           MOVE 'A'           TO HIST-TIPO-OPER-CNH.                    00075928
                                                                        00076028
           EXEC SQL UPDATE CLIENTE_CONSENT                              00076128
                    SET CONS_SITUACAO  = :CONS-SITUACAO-CNS,            00076228
                        CONS_DATA      = :CONS-DATA-CNS,                00076328
                        CONS_ORIGEM    = :CONS-ORIGEM-CNS,              00076428
                        CONS_OPERADOR  = :CONS-OPERADOR-CNS,            00076528
                        CONS_TERMINAL  = :CONS-TERMINAL-CNS,            00076628
                        CONS_DATA_HORA = :CONS-DATA-HORA-CNS            00076728
                    WHERE CONS_CODIGO = :CONS-CODIGO-CNS                00076828
                      AND CONS_CANAL  = :CONS-CANAL-CNS                 00076928
           END-EXEC.                                                    00077028
                                                                        00077128
           IF  SQLCODE NOT EQUAL ZEROS                                  00077228
               GO TO 510-99-EXIT.                                       00077328
                                                                        00077428
           PERFORM 530-00-GRAVA-HIST-CONSENT THRU 530-99-EXIT.          00077528
                                                                        00077628
           GO TO 510-99-EXIT.                                           00077728
                                                                        00077828
       510-10-INCLUI.                                                   00077928
                                                                        00078028
           PERFORM 515-00-MONTA-RECUSA THRU 515-99-EXIT.                00078128
           MOVE 'I'           TO HIST-TIPO-OPER-CNH.                    00078228
                                                                        00078328
           EXEC SQL INSERT INTO CLIENTE_CONSENT                         00078428
                     (CONS_CODIGO, CONS_CANAL, CONS_SITUACAO,          X00078528
                      CONS_DATA, CONS_ORIGEM, CONS_OPERADOR,           X00078628
                      CONS_TERMINAL, CONS_DATA_HORA)                    00078728
                VALUES (:CONS-CODIGO-CNS, :CONS-CANAL-CNS,             X00078828
                        :CONS-SITUACAO-CNS, :CONS-DATA-CNS,            X00078928
                        :CONS-ORIGEM-CNS, :CONS-OPERADOR-CNS,          X00079028
                        :CONS-TERMINAL-CNS, :CONS-DATA-HORA-CNS)        00079128
           END-EXEC.                                                    00079228
                                                                        00079328
           IF  SQLCODE NOT EQUAL ZEROS                                  00079428
               GO TO 510-99-EXIT.                                       00079528
                                                                        00079628
           PERFORM 530-00-GRAVA-HIST-CONSENT THRU 530-99-EXIT.          00079728
                                                                        00079828
       510-99-EXIT.                                                     00079928
           EXIT.                                                        00080028
           EJECT                                                        00080128
      ***************************************************************** 00080228
      **       MONTA A RECUSA LEVADA DO DUPLICADO: VALE A DATA EM QUE * 00080328
      **       O CLIENTE RECUSOU, A ORIGEM E B (LOTE) E O OPERADOR E  * 00080428
      **       O PROPRIO JOB                                          * 00080528
      ***************************************************************** 00080628
       515-00-MONTA-RECUSA SECTION.                                     00080728
                                                                        00080828
           EXEC SQL SET :WS-AGORA = CURRENT TIMESTAMP                   00080928
           END-EXEC.                                                    00081028
                                                                        00081128
           MOVE 'N'            TO CONS-SITUACAO-CNS.                    00081228
           MOVE WS-DATA-RECUSA TO CONS-DATA-CNS.                        00081328
           MOVE 'B'            TO CONS-ORIGEM-CNS.                      00081428
           MOVE 'ORB008'       TO CONS-OPERADOR-CNS.                    00081528
           MOVE 'BTCH'         TO CONS-TERMINAL-CNS.                    00081628
           MOVE WS-AGORA       TO CONS-DATA-HORA-CNS.                   00081728
                                                                        00081828
       515-99-EXIT.                                                     00081928
           EXIT.                                                        00082028
           EJECT                                                        00082128
      ***************************************************************** 00082228
      **       ENDERECO TIPADO (WS-CANAL-TIPO) DO DUPLICADO QUE O     * 00082328
      **       SOBREVIVENTE NAO TEM E COPIADO PARA ELE, COM A MARCA   * 00082428
      **       DE INVALIDO QUE TINHA. SAI COM SQLCODE ZERO QUANDO NAO * 00082528
      **       HA NADA A COPIAR                                       * 00082628
      ***************************************************************** 00082728
       520-00-LEVA-ENDERECO SECTION.                                    00082828
                                                                        00082928
           MOVE CODIGO-CLI    TO ENDT-CODIGO.                           00083028
           MOVE WS-CANAL-TIPO TO ENDT-TIPO.                             00083128
                                                                        00083228
           EXEC SQL SELECT ENDT_TIPO                                    00083328
                    INTO   :ENDT-TIPO                                   00083428
                    FROM   CLIENTE_ENDERECO                             00083528
                    WHERE  ENDT_CODIGO = :ENDT-CODIGO                   00083628
                      AND  ENDT_TIPO   = :ENDT-TIPO                     00083728
           END-EXEC.                                                    00083828
                                                                        00083928
           IF  SQLCODE EQUAL ZEROS                                      00084028
               GO TO 520-99-EXIT.                                       00084128
                                                                        00084228
           IF  SQLCODE NOT EQUAL +100                                   00084328
               GO TO 520-99-EXIT.                                       00084428
                                                                        00084528
           MOVE WS-DUP-CODIGO TO ENDT-CODIGO.                           00084628
                                                                        00084728
           EXEC SQL SELECT ENDT_ENDERECO,                               00084828
                           ENDT_CIDADE,                                 00084928
                           ENDT_ESTADO,                                 00085028
                           ENDT_CEP,                                    00085128
                           ENDT_INVALIDO,                               00085228
                           ENDT_INV_DATA                                00085328
                    INTO   :ENDT-ENDERECO,                              00085428
                           :ENDT-CIDADE,                                00085528
                           :ENDT-ESTADO,                                00085628
                           :ENDT-CEP,                                   00085728
                           :ENDT-INVALIDO,                              00085828
                           :ENDT-INV-DATA                               00085928
                    FROM   CLIENTE_ENDERECO                             00086028
                    WHERE  ENDT_CODIGO = :ENDT-CODIGO                   00086128
                      AND  ENDT_TIPO   = :ENDT-TIPO                     00086228
           END-EXEC.                                                    00086328
                                                                        00086428
           IF  SQLCODE EQUAL +100                                       00086528
               MOVE ZEROS TO SQLCODE                                    00086628
               GO TO 520-99-EXIT.                                       00086728
                                                                        00086828
           IF  SQLCODE NOT EQUAL ZEROS                                  00086928
               GO TO 520-99-EXIT.                                       00087028
                                                                        00087128
           MOVE CODIGO-CLI   TO ENDT-CODIGO.                            00087228
           MOVE MRG-OPERADOR TO ENDT-OPERADOR.                          00087328
                                                                        00087428
           EXEC SQL INSERT INTO CLIENTE_ENDERECO                        00087528
                     (ENDT_CODIGO, ENDT_TIPO, ENDT_ENDERECO,           X00087628
                      ENDT_CIDADE, ENDT_ESTADO, ENDT_CEP,              X00087728
                      ENDT_INVALIDO, ENDT_INV_DATA, ENDT_OPERADOR,     X00087828
                      ENDT_DATA_HORA)                                   00087928
                VALUES (:ENDT-CODIGO, :ENDT-TIPO, :ENDT-ENDERECO,      X00088028
                        :ENDT-CIDADE, :ENDT-ESTADO, :ENDT-CEP,         X00088128
                        :ENDT-INVALIDO, :ENDT-INV-DATA,                X00088228
                        :ENDT-OPERADOR, CURRENT TIMESTAMP)              00088328
           END-EXEC.                                                    00088428
                                                                        00088528
           IF  SQLCODE EQUAL ZEROS                                      00088628
               MOVE 'S' TO WS-ENDERECO-SW.                              00088728
                                                                        00088828
       520-99-EXIT.                                                     00088928
           EXIT.                                                        00089028
           EJECT                                                        00089128
      ***************************************************************** 00089228
      **       GRAVA NO CLIENTE_CONSENT_HIST A IMAGEM DO              * 00089328
      **       CONSENTIMENTO COMO FICOU                               * 00089428
      ***************************************************************** 00089528
       530-00-GRAVA-HIST-CONSENT SECTION.                               00089628
                                                                        00089728
           MOVE CONS-CODIGO-CNS    TO CONS-CODIGO-CNH.                  00089828
           MOVE CONS-CANAL-CNS     TO CONS-CANAL-CNH.                   00089928
           MOVE CONS-SITUACAO-CNS  TO CONS-SITUACAO-CNH.                00090028
           MOVE CONS-DATA-CNS      TO CONS-DATA-CNH.                    00090128
           MOVE CONS-ORIGEM-CNS    TO CONS-ORIGEM-CNH.                  00090228
           MOVE CONS-OPERADOR-CNS  TO CONS-OPERADOR-CNH.                00090328
           MOVE CONS-TERMINAL-CNS  TO CONS-TERMINAL-CNH.                00090428
           MOVE CONS-DATA-HORA-CNS TO HIST-DATA-HORA-CNH.               00090528
                                                                        00090628
           EXEC SQL INSERT INTO CLIENTE_CONSENT_HIST                    00090728
                     (CONS_CODIGO, CONS_CANAL, CONS_SITUACAO,          X00090828
                      CONS_DATA, CONS_ORIGEM, CONS_OPERADOR,           X00090928
                      CONS_TERMINAL, HIST_DATA_HORA, HIST_TIPO_OPER)    00091028
                VALUES (:CONS-CODIGO-CNH, :CONS-CANAL-CNH,             X00091128
                        :CONS-SITUACAO-CNH, :CONS-DATA-CNH,            X00091228
                        :CONS-ORIGEM-CNH, :CONS-OPERADOR-CNH,          X00091328
                        :CONS-TERMINAL-CNH, :HIST-DATA-HORA-CNH,       X00091428
                        :HIST-TIPO-OPER-CNH)                            00091528
           END-EXEC.                                                    00091628
                                                                        00091728
       530-99-EXIT.                                                     00091828
           EXIT.                                                        00091928
