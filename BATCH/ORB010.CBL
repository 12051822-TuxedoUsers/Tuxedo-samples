      *            * EXPURGADO E GRAVADA NO CLIENTE_HIST (TIPO 'X')  *  00000700
      *            * ANTES DA EXCLUSAO FISICA, COM RELATORIO DO QUE  *  00000800
      *            * FOI EXPURGADO                                   *  00000900
      *            * JUNTO COM O CLIENTE SAEM OS SEUS ENDERECOS      *  00000905
      *            * TIPADOS E CONSENTIMENTOS                        *  00000910
      *            * COMMIT E CHECKPOINT NO RUNCTL A CADA N CLIENTES *  00000920
      *            * (CARTAO CMTPARM, PADRAO 1000); SE O JOB CAIR, A *  00000940
      *            * REEXECUCAO NO MESMO DIA RETOMA DEPOIS DO ULTIMO *  00000960
      *            * CODIGO CONFIRMADO                               *  00000980
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
           SELECT RELATORIO ASSIGN TO RELAT                             00001800
               ORGANIZATION IS SEQUENTIAL                               00001900
               FILE STATUS  IS WS-RELAT-STATUS.                         00002000
                                                                        00002010
           SELECT RUNCTL    ASSIGN TO RUNCTL                            00002020
               ORGANIZATION IS INDEXED                                  00002030
               ACCESS MODE  IS DYNAMIC                                  00002040
               RECORD KEY   IS CTL-CHAVE                                00002050
               FILE STATUS  IS WS-RUNCTL-STATUS.                        00002060
                                                                        00002100
       DATA DIVISION.                                                   00002200
       FILE SECTION.                                                    00002300
       FD  CMTPARM                                                      00002314
           LABEL RECORDS ARE STANDARD.                                  00002328
       01  CMTPARM-REG.                                                 00002342
           05  CMT-INTERVALO       PIC 9(05).                           00002356
           05  FILLER              PIC X(75).                           00002370
                                                                        00002384
       FD  RELATORIO                                                    00002400
           LABEL RECORDS ARE OMITTED.                                   00002500
       01  ORB010-REG              PIC X(132).                          00002600
           05  CTL-GRAVADOS            PIC 9(07).                       00002692
           05  CTL-ATUALIZADOS         PIC 9(07).                       00002694
           05  CTL-REJEITADOS          PIC 9(07).                       00002696
           05  CTL-ARQ-SEQ             PIC 9(06).                       00002707
           05  CTL-ARQ-SIT             PIC X(02).                       00002718
           05  CTL-SITUACAO            PIC X(01).                       00002729
               88  CTL-EM-ANDAMENTO        VALUE 'P'.                   00002740
           05  CTL-REINICIOS           PIC 9(03).                       00002751
           05  CTL-POSICAO             PIC 9(07).                       00002762
           05  FILLER                  PIC X(07).                       00002773
                                                                        00002784
       WORKING-STORAGE SECTION.                                         00002800
       77  WS00-INICIO   PIC X(32) VALUE '*** INICIO DA WORKING ***'.   00002900
                                                                        00003000
       77  WS-RELAT-STATUS      PIC X(02) VALUE SPACES.                 00003100
       77  WS-RUNCTL-STATUS     PIC X(02) VALUE SPACES.                 00003110
           88  WS-RUNCTL-NAO-EXISTE       VALUE '35'.                   00003120
       77  WS-CMT-STATUS        PIC X(02) VALUE SPACES.                 00003123
           88  WS-CMT-NAO-EXISTE          VALUE '35'.                   00003126
                                                                        00003130
       01  WS-RUNCTL-ABERTO-SW  PIC X(01) VALUE 'N'.                    00003140
           88  WS-RUNCTL-ABERTO           VALUE 'S'.                    00003150
               88  WS-FIM-CURSOR                VALUE 'S'.              00003500
           05  WS-ERRO-ABERTURA-SW    PIC X(01) VALUE 'N'.              00003600
               88  WS-ERRO-ABERTURA             VALUE 'S'.              00003700
           05  WS-REINICIO-SW         PIC X(01) VALUE 'N'.              00003720
               88  WS-REINICIO                  VALUE 'S'.              00003740
           05  WS-CTL-GRAVADO-SW      PIC X(01) VALUE 'N'.              00003760
               88  WS-CTL-GRAVADO               VALUE 'S'.              00003780
           05  WS-FIM-BUSCA-SW        PIC X(01) VALUE 'N'.              00003786
               88  WS-FIM-BUSCA                 VALUE 'S'.              00003792
                                                                        00003800
       77  WS-CONT-LIDOS        PIC S9(07) COMP VALUE ZEROS.            00003900
       77  WS-CONT-EXPURGADOS   PIC S9(07) COMP VALUE ZEROS.            00004000
       77  WS-CONT-ERROS        PIC S9(07) COMP VALUE ZEROS.            00004100
                                                                        00004108
       77  WS-N-CHECKPOINT      PIC S9(07) COMP VALUE +1000.            00004116
       77  WS-CONT-DESDE-CKPT   PIC S9(07) COMP VALUE ZEROS.            00004124
       77  WS-ULT-CODIGO        PIC S9(07) COMP-3 VALUE ZEROS.          00004132
       77  WS-REINICIOS         PIC 9(03) VALUE ZEROS.                  00004140
       77  WS-CTL-SIT-JOB       PIC X(01) VALUE SPACES.                 00004148
       77  WS-BUSCA-DATA        PIC X(10) VALUE SPACES.                 00004150
       77  WS-BUSCA-SIT         PIC X(01) VALUE SPACES.                 00004152
       77  WS-PEND-DATA         PIC X(10) VALUE SPACES.                 00004154
                                                                        00004156
       01  WS-CTL-ANTERIOR.                                             00004164
           05  WS-ANT-LIDOS     PIC S9(07) COMP VALUE ZEROS.            00004172
           05  WS-ANT-ATUALIZ   PIC S9(07) COMP VALUE ZEROS.            00004180
           05  WS-ANT-REJEIT    PIC S9(07) COMP VALUE ZEROS.            00004188
                                                                        00004200
       01  WS-CAB1.                                                     00004500
           05  FILLER  PIC X(20) VALUE SPACES.                          00004600
           05  FILLER         PIC X(22) VALUE 'ERROS................:'. 00007800
           05  WS-LINRES3-QTD PIC ZZZ.ZZ9.                              00007900
                                                                        00008000
       01  WS-LINREI.                                                   00008020
           05  FILLER         PIC X(22) VALUE 'CONFIRMADOS ANTES....:'. 00008040
           05  WS-LINREI-QTD  PIC ZZZ.ZZ9.                              00008060
                                                                        00008080
           EXEC SQL INCLUDE CLIENTE END-EXEC.                           00008100
                                                                        00008200
           EXEC SQL INCLUDE CLIENTEH END-EXEC.                          00008300
                                                                        00008320
           EXEC SQL INCLUDE CONSENT END-EXEC.                           00008330
                                                                        00008340
           EXEC SQL INCLUDE CLIENDER END-EXEC.                          00008350
                                                                        00008400
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00008500
                                                                        00008600
      **       CONTROLE DE EXECUCAO (RUNCTL): SE JA EXISTE REGISTRO   * 00010502
      **       DESTE JOB PARA A DATA DE HOJE, O EXPURGO JA RODOU E O  * 00010504
      **       JOB E CANCELADO NA HORA (RC=16)                        * 00010506
      **       SE FICOU EM ANDAMENTO (QUEDA APOS CHECKPOINT), REINICIA* 00010507
      ***************************************************************** 00010508
       050-00-VERIFICA-RUNCTL SECTION.                                  00010510
                                                                        00010512
                                                                        00010568
           READ RUNCTL                                                  00010570
               INVALID KEY                                              00010572
                   PERFORM 060-00-BUSCA-PENDENTE THRU 060-99-EXIT       00010573
                   GO TO 050-99-EXIT.                                   00010574
                                                                        00010576
           IF  CTL-EM-ANDAMENTO                                         00010577
               PERFORM 055-00-PREPARA-REINICIO THRU 055-99-EXIT         00010578
               GO TO 050-99-EXIT.                                       00010579
                                                                        00010580
           DISPLAY 'ORB010 - ENTRADA ' CTL-INPUT ' JA PROCESSADA EM '   00010581
                   CTL-DATA '. EXECUCAO CANCELADA'.                     00010582
                                                                        00010583
           CLOSE RUNCTL.                                                00010584
                                                                        00010586
           MOVE 16 TO RETURN-CODE.                                      00010588
           EJECT                                                        00010600
      ***************************************************************** 00010600
      **       ABERTURA DO RELATORIO E DO CURSOR DE CLIENTES          * 00010700
      **       INATIVOS HA MAIS DE CINCO ANOS (NUM REINICIO, SO OS    * 00010766
      **       CODIGOS ACIMA DO ULTIMO CONFIRMADO)                    * 00010832
      ***************************************************************** 00010900
       100-00-INICIO SECTION.                                           00011000
                                                                        00011016
           PERFORM 040-00-LE-CMTPARM THRU 040-99-EXIT.                  00011032
                                                                        00011050
           PERFORM 050-00-VERIFICA-RUNCTL THRU 050-99-EXIT.             00011060
                                                                        00011100
           WRITE ORB010-REG FROM WS-CAB1 AFTER ADVANCING PAGE.          00012100
           WRITE ORB010-REG FROM WS-CAB2 AFTER ADVANCING 2 LINES.       00012200
                                                                        00012300
      *    O WITH HOLD PRESERVA A POSICAO ATRAVES DOS COMMITS           00012333
      *    PERIODICOS; NUM REINICIO WS-ULT-CODIGO TRAZ O ULTIMO         00012366
      *    CODIGO JA CONFIRMADO (ZERO NUMA EXECUCAO NORMAL)             00012399
                                                                        00012432
           EXEC SQL DECLARE CUR-INATIVOS CURSOR WITH HOLD FOR           00012465
               SELECT CODIGO, NOME, ENDERECO, CIDADE, ESTADO, CEP,      00012500
                      TELEFONE, EMAIL, DATA_ULT_ATUALIZACAO,            00012600
                      ENDERECO_INVALIDO, EMAIL_INVALIDO, SITUACAO,      00012700
                WHERE SITUACAO = 'I'                                    00012900
                  AND DATA_ULT_ATUALIZACAO <                            00013000
                      CURRENT TIMESTAMP - 5 YEARS                       00013100
                  AND CODIGO > :WS-ULT-CODIGO                           00013150
                ORDER BY CODIGO                                         00013200
           END-EXEC.                                                    00013300
                                                                        00013400
      ***************************************************************** 00014800
      **       EXPURGA UM CLIENTE INATIVO: GRAVA A IMAGEM FINAL NO    * 00014900
      **       CLIENTE_HIST (TIPO 'X') E EXCLUI O REGISTRO DA         * 00015000
      **       TABELA CLIENTE. A CADA N CLIENTES FAZ O CHECKPOINT     * 00015100
      ***************************************************************** 00015200
       200-00-PROCESSA SECTION.                                         00015300
                                                                        00015400
               ADD  1              TO WS-CONT-ERROS                     00016500
               MOVE SQLCODE        TO WS-RES-SQLCODE-NR                 00016600
               MOVE WS-RES-SQLCODE TO WS-LINDET-RESULT                  00016700
               GO TO 200-50-CONTABILIZA.                                00016900
                                                                        00017100
           EXEC SQL DELETE FROM CLIENTE                                 00017200
                    WHERE  CODIGO = :CODIGO-CLI                         00017300
           END-EXEC.                                                    00017400
                                                                        00017500
      *    O EXPURGO APAGA TAMBEM OS ENDERECOS TIPADOS E OS             00017510
      *    CONSENTIMENTOS DO CODIGO, NA MESMA UNIDADE DE TRABALHO       00017520
                                                                        00017525
           IF  SQLCODE EQUAL ZEROS                                      00017530
               PERFORM 310-00-APAGA-DEPENDENTES THRU 310-99-EXIT.       00017540
                                                                        00017550
           IF  SQLCODE EQUAL ZEROS                                      00017600
               ADD  1          TO WS-CONT-EXPURGADOS                    00017700
               MOVE 'EXPURGADO' TO WS-LINDET-RESULT                     00017800
               DISPLAY 'ORB010 - ERRO NO DELETE DO CODIGO '             00018300
                       CODIGO-CLI ' SQLCODE = ' SQLCODE.                00018400
                                                                        00018500
       200-50-CONTABILIZA.                                              00018540
                                                                        00018580
           WRITE ORB010-REG FROM WS-LINDET AFTER ADVANCING 1 LINE.      00018600
                                                                        00018612
           MOVE CODIGO-CLI TO WS-ULT-CODIGO.                            00018624
                                                                        00018636
           ADD 1 TO WS-CONT-DESDE-CKPT.                                 00018648
                                                                        00018660
           IF  WS-CONT-DESDE-CKPT EQUAL WS-N-CHECKPOINT                 00018672
               PERFORM 250-00-GRAVA-CHECKPOINT THRU 250-99-EXIT.        00018684
                                                                        00018700
           PERFORM 200-10-LE-INATIVO THRU 200-10-EXIT.                  00018800
                                                                        00018900
           GO TO 200-10-EXIT.                                           00021400
                                                                        00021500
       200-10-EXIT.                                                     00021600
           EXIT.                                                        00021604
           EJECT                                                        00021608
      ***************************************************************** 00021612
      **       COMMIT DO LOTE E CHECKPOINT DE REINICIO: O REGISTRO    * 00021616
      **       DO JOB NO RUNCTL FICA EM ANDAMENTO (SITUACAO P) COM    * 00021620
      **       OS TOTAIS ACUMULADOS E A POSICAO DO ULTIMO REGISTRO    * 00021624
      **       CONFIRMADO                                             * 00021628
      ***************************************************************** 00021632
       250-00-GRAVA-CHECKPOINT SECTION.                                 00021636
                                                                        00021640
           EXEC SQL COMMIT END-EXEC.                                    00021644
                                                                        00021648
           MOVE ZEROS TO WS-CONT-DESDE-CKPT.                            00021652
                                                                        00021656
           IF  NOT WS-RUNCTL-ABERTO                                     00021660
               GO TO 250-99-EXIT.                                       00021664
                                                                        00021668
           MOVE 'P' TO WS-CTL-SIT-JOB.                                  00021672
           PERFORM 955-00-GRAVA-REG-JOB THRU 955-99-EXIT.               00021676
                                                                        00021680
           DISPLAY 'ORB010 - CHECKPOINT GRAVADO NO CODIGO '             00021684
                   CTL-POSICAO ', ' CTL-LIDOS ' LIDOS'.                 00021688
                                                                        00021692
       250-99-EXIT.                                                     00021696
           EXIT.                                                        00021700
           EJECT                                                        00021800
      ***************************************************************** 00021900
       300-99-EXIT.                                                     00025200
           EXIT.                                                        00025300
           EJECT                                                        00025400
      ***************************************************************** 00025401
      **       APAGA OS ENDERECOS TIPADOS (CLIENTE_ENDERECO) E OS     * 00025402
      **       CONSENTIMENTOS (CLIENTE_CONSENT) DO CLIENTE EXPURGADO. * 00025403
      **       O CLIENTE_CONSENT_HIST FICA, COMO O CLIENTE_HIST. SAI  * 00025404
      **       COM SQLCODE ZERO QUANDO O CODIGO NAO TINHA NENHUM DOS  * 00025405
      **       DOIS                                                   * 00025406
      ***************************************************************** 00025407
       310-00-APAGA-DEPENDENTES SECTION.                                00025408
                                                                        00025409
           MOVE CODIGO-CLI TO ENDT-CODIGO.                              00025410
                                                                        00025411
           EXEC SQL DELETE FROM CLIENTE_ENDERECO                        00025412
                    WHERE  ENDT_CODIGO = :ENDT-CODIGO                   00025413
           END-EXEC.                                                    00025414
                                                                        00025415
           IF  SQLCODE NOT EQUAL ZEROS AND                              00025416
               SQLCODE NOT EQUAL +100                                   00025417
               GO TO 310-99-EXIT.                                       00025418
                                                                        00025419
           MOVE CODIGO-CLI TO CONS-CODIGO-CNS.                          00025420
                                                                        00025421
           EXEC SQL DELETE FROM CLIENTE_CONSENT                         00025422
                    WHERE  CONS_CODIGO = :CONS-CODIGO-CNS               00025423
           END-EXEC.                                                    00025424
                                                                        00025425
           IF  SQLCODE EQUAL +100                                       00025426
               MOVE ZEROS TO SQLCODE.                                   00025427
                                                                        00025428
       310-99-EXIT.                                                     00025429
           EXIT.                                                        00025430
           EJECT                                                        00025431
      ***************************************************************** 00025500
      **       COMMIT FINAL, RESUMO DO RELATORIO E FECHAMENTO         * 00025600
      ***************************************************************** 00025700
                                                                        00026500
           EXEC SQL COMMIT END-EXEC.                                    00026600
                                                                        00026700
      *    NUM REINICIO OS CONTADORES ABAIXO SAO SO DESTA EXECUCAO      00026710
                                                                        00026720
           IF  WS-REINICIO                                              00026730
               MOVE WS-ANT-LIDOS TO WS-LINREI-QTD                       00026740
               WRITE ORB010-REG FROM WS-LINREI                          00026750
                     AFTER ADVANCING 2 LINES                            00026760
               DISPLAY 'ORB010 - CONFIRMADOS ANTES....: '               00026770
                       WS-ANT-LIDOS.                                    00026780
                                                                        00026790
           MOVE WS-CONT-LIDOS      TO WS-LINRES1-QTD.                   00026800
           WRITE ORB010-REG FROM WS-LINRES1 AFTER ADVANCING 2 LINES.    00026900
                                                                        00027000
      **       OS CONTADORES DO JOB, PARA O DUPLO-PROCESSAMENTO E O   * 00028540
      **       BATIMENTO DA NOITE (ORB015). OS EXPURGADOS SAO OS      * 00028550
      **       ATUALIZADOS; OS ERROS SOMAM NOS REJEITADOS             * 00028560
      **       SITUACAO F = EXECUCAO ENCERRADA                        * 00028565
      ***************************************************************** 00028570
       950-00-GRAVA-RUNCTL SECTION.                                     00028572
                                                                        00028574
           IF  NOT WS-RUNCTL-ABERTO OR WS-ERRO-ABERTURA                 00028576
               GO TO 950-99-EXIT.                                       00028578
                                                                        00028580
           MOVE 'F' TO WS-CTL-SIT-JOB.                                  00028589
           PERFORM 955-00-GRAVA-REG-JOB THRU 955-99-EXIT.               00028598
                                                                        00028608
           CLOSE RUNCTL.                                                00028610
                                                                        00028612
       950-99-EXIT.                                                     00028614
           EXIT.                                                        00028616
           EJECT                                                        00028716
      ***************************************************************** 00028816
      **       MONTA E GRAVA O REGISTRO DO JOB NO RUNCTL COM OS       * 00028916
      **       TOTAIS DA EXECUCAO MAIS OS JA CONFIRMADOS ANTES DE     * 00029016
      **       UM REINICIO. WS-CTL-SIT-JOB TRAZ P (CHECKPOINT) OU     * 00029116
      **       F (TERMINO NORMAL)                                     * 00029216
      ***************************************************************** 00029316
       955-00-GRAVA-REG-JOB SECTION.                                    00029416
                                                                        00029516
           MOVE SPACES         TO RUNCTL-REG.                           00029616
           MOVE 'ORB010'       TO CTL-JOB.                              00029716
           MOVE WS-DATA-HOJE   TO CTL-DATA.                             00029816
           MOVE 'CLIENTE'      TO CTL-INPUT.                            00029916
           COMPUTE CTL-LIDOS = WS-ANT-LIDOS + WS-CONT-LIDOS.            00030016
           MOVE ZEROS          TO CTL-GRAVADOS.                         00030116
           COMPUTE CTL-ATUALIZADOS =                                    00030216
               WS-ANT-ATUALIZ + WS-CONT-EXPURGADOS.                     00030316
           COMPUTE CTL-REJEITADOS =                                     00030416
               WS-ANT-REJEIT + WS-CONT-ERROS.                           00030516
           MOVE WS-CTL-SIT-JOB TO CTL-SITUACAO.                         00030616
           MOVE WS-REINICIOS   TO CTL-REINICIOS.                        00030716
           MOVE WS-ULT-CODIGO  TO CTL-POSICAO.                          00030816
                                                                        00030916
           IF  WS-CTL-GRAVADO                                           00031016
               REWRITE RUNCTL-REG                                       00031116
                   INVALID KEY                                          00031216
                       DISPLAY 'ORB010 - ERRO AO REGRAVAR O RUNCTL, '   00031316
                               'FILE STATUS = ' WS-RUNCTL-STATUS        00031416
           ELSE                                                         00031516
               WRITE RUNCTL-REG                                         00031616
                   INVALID KEY                                          00031716
                       DISPLAY 'ORB010 - ERRO AO GRAVAR O RUNCTL, '     00031816
                               'FILE STATUS = ' WS-RUNCTL-STATUS.       00031916
                                                                        00032016
           IF  WS-PEND-DATA NOT EQUAL SPACES AND                        00032036
               WS-RUNCTL-STATUS EQUAL '00'                              00032056
               PERFORM 060-20-ENCERRA-PENDENTE THRU 060-20-EXIT.        00032076
                                                                        00032096
           MOVE 'S' TO WS-CTL-GRAVADO-SW.                               00032116
                                                                        00032216
       955-99-EXIT.                                                     00032316
           EXIT.                                                        00032416
           EJECT                                                        00032516
      ***************************************************************** 00032616
      **       CARTAO DE COMMIT (CMTPARM): QUANTOS REGISTROS ENTRE    * 00032716
      **       UM COMMIT E O SEGUINTE, CADA UM COM CHECKPOINT NO      * 00032816
      **       RUNCTL. SEM CARTAO, OU COM VALOR INVALIDO OU ZERO,     * 00032916
      **       VALE O PADRAO DE 1000                                  * 00033016
      ***************************************************************** 00033116
       040-00-LE-CMTPARM SECTION.                                       00033216
                                                                        00033316
           OPEN INPUT CMTPARM.                                          00033416
                                                                        00033516
           IF  WS-CMT-NAO-EXISTE                                        00033616
               GO TO 040-90-INTERVALO.                                  00033716
                                                                        00033816
           IF  WS-CMT-STATUS NOT EQUAL '00'                             00033916
               DISPLAY 'ORB010 - ERRO AO ABRIR O CMTPARM, '             00034016
                       'FILE STATUS = ' WS-CMT-STATUS                   00034116
               GO TO 040-90-INTERVALO.                                  00034216
                                                                        00034316
           READ CMTPARM                                                 00034416
               AT END                                                   00034516
                   CLOSE CMTPARM                                        00034616
                   GO TO 040-90-INTERVALO.                              00034716
                                                                        00034816
           CLOSE CMTPARM.                                               00034916
                                                                        00035016
           IF  CMT-INTERVALO NOT NUMERIC                                00035116
               OR CMT-INTERVALO EQUAL ZEROS                             00035216
               DISPLAY 'ORB010 - INTERVALO DE COMMIT INVALIDO NO '      00035316
                       'CMTPARM, ASSUMIDO O PADRAO'                     00035416
               GO TO 040-90-INTERVALO.                                  00035516
                                                                        00035616
           MOVE CMT-INTERVALO TO WS-N-CHECKPOINT.                       00035716
                                                                        00035816
       040-90-INTERVALO.                                                00035916
                                                                        00036016
           DISPLAY 'ORB010 - COMMIT A CADA ' WS-N-CHECKPOINT            00036116
                   ' REGISTROS'.                                        00036216
                                                                        00036316
       040-99-EXIT.                                                     00036416
           EXIT.                                                        00036516
           EJECT                                                        00036616
      ***************************************************************** 00036716
      **       REINICIO DE UMA EXECUCAO INTERROMPIDA: OS TOTAIS JA    * 00036816
      **       CONFIRMADOS NO ULTIMO CHECKPOINT VIRAM A BASE DOS      * 00036916
      **       CONTADORES DO RUNCTL E O PROCESSAMENTO RETOMA DEPOIS   * 00037016
      **       DO ULTIMO REGISTRO CONFIRMADO (CODIGO > POSICAO)       * 00037116
      ***************************************************************** 00037216
       055-00-PREPARA-REINICIO SECTION.                                 00037316
                                                                        00037416
           MOVE 'S' TO WS-REINICIO-SW.                                  00037516
           MOVE 'S' TO WS-CTL-GRAVADO-SW.                               00037616
                                                                        00037716
           MOVE CTL-LIDOS       TO WS-ANT-LIDOS.                        00037816
           MOVE CTL-ATUALIZADOS TO WS-ANT-ATUALIZ.                      00037916
           MOVE CTL-REJEITADOS  TO WS-ANT-REJEIT.                       00038016
           MOVE CTL-POSICAO     TO WS-ULT-CODIGO.                       00038116
                                                                        00038216
           COMPUTE WS-REINICIOS = CTL-REINICIOS + 1.                    00038316
                                                                        00038416
           DISPLAY 'ORB010 - REINICIO ' WS-REINICIOS ' DA EXECUCAO DE ' 00038516
                   CTL-DATA '. JA CONFIRMADOS ' CTL-LIDOS               00038616
                   ' REGISTROS, POSICAO ' CTL-POSICAO.                  00038716
                                                                        00038816
       055-99-EXIT.                                                     00038916
           EXIT.                                                        00039016
           EJECT                                                        00039116
      ***************************************************************** 00039216
      **       PROCURA A ULTIMA EXECUCAO DO JOB ANTERIOR A HOJE. SE   * 00039316
      **       ELA FICOU EM ANDAMENTO (P), O REGISTRO DELA FICA NA    * 00039416
      **       AREA DO RUNCTL, A DATA DELA EM WS-PEND-DATA E ESTA     * 00039516
      **       EXECUCAO A RETOMA COMO NUM REINICIO NO MESMO DIA       * 00039616
      ***************************************************************** 00039716
       060-00-BUSCA-PENDENTE SECTION.                                   00039816
                                                                        00039916
           MOVE SPACES     TO WS-BUSCA-DATA.                            00040016
           MOVE SPACES     TO WS-BUSCA-SIT.                             00040116
           MOVE 'N'        TO WS-FIM-BUSCA-SW.                          00040216
                                                                        00040316
           MOVE 'ORB010'   TO CTL-JOB.                                  00040416
           MOVE LOW-VALUES TO CTL-DATA.                                 00040516
                                                                        00040616
           START RUNCTL KEY IS NOT LESS THAN CTL-CHAVE                  00040716
               INVALID KEY                                              00040816
                   GO TO 060-99-EXIT.                                   00040916
                                                                        00041016
           PERFORM 060-10-LE-RUNCTL THRU 060-10-EXIT                    00041116
               UNTIL WS-FIM-BUSCA.                                      00041216
                                                                        00041316
           IF  WS-BUSCA-SIT NOT EQUAL 'P'                               00041416
               GO TO 060-99-EXIT.                                       00041516
                                                                        00041616
           MOVE 'ORB010'      TO CTL-JOB.                               00041716
           MOVE WS-BUSCA-DATA TO CTL-DATA.                              00041816
                                                                        00041916
           READ RUNCTL                                                  00042016
               INVALID KEY                                              00042116
                   GO TO 060-99-EXIT.                                   00042216
                                                                        00042316
           MOVE WS-BUSCA-DATA TO WS-PEND-DATA.                          00042416
                                                                        00042516
           PERFORM 055-00-PREPARA-REINICIO THRU 055-99-EXIT.            00042616
                                                                        00042716
      *    O REGISTRO DE HOJE AINDA NAO EXISTE: O PRIMEIRO CHECKPOINT   00042816
      *    GRAVA (WRITE) E ENCERRA O PENDENTE                           00042916
           MOVE 'N' TO WS-CTL-GRAVADO-SW.                               00043016
                                                                        00043116
       060-99-EXIT.                                                     00043216
           EXIT.                                                        00043316
           EJECT                                                        00043416
      ***************************************************************** 00043516
      **       LE O PROXIMO REGISTRO DO RUNCTL. A BUSCA ACABA NO      * 00043616
      **       PRIMEIRO REGISTRO DE OUTRO JOB OU DE HOJE EM DIANTE    * 00043716
      ***************************************************************** 00043816
       060-10-LE-RUNCTL SECTION.                                        00043916
                                                                        00044016
           READ RUNCTL NEXT RECORD                                      00044116
               AT END                                                   00044216
                   MOVE 'S' TO WS-FIM-BUSCA-SW                          00044316
                   GO TO 060-10-EXIT.                                   00044416
                                                                        00044516
           IF  WS-RUNCTL-STATUS NOT EQUAL '00'                          00044616
            OR CTL-JOB  NOT EQUAL 'ORB010'                              00044716
            OR CTL-DATA NOT LESS WS-DATA-HOJE                           00044816
               MOVE 'S' TO WS-FIM-BUSCA-SW                              00044916
               GO TO 060-10-EXIT.                                       00045016
                                                                        00045116
           MOVE CTL-DATA     TO WS-BUSCA-DATA.                          00045216
           MOVE CTL-SITUACAO TO WS-BUSCA-SIT.                           00045316
                                                                        00045416
       060-10-EXIT.                                                     00045516
           EXIT.                                                        00045616
           EJECT                                                        00045716
      ***************************************************************** 00045816
      **       ENCERRA (SITUACAO F) A EXECUCAO DE OUTRA DATA RETOMADA * 00045916
      **       HOJE, LOGO QUE O REGISTRO DE HOJE, QUE JA LEVA OS      * 00046016
      **       TOTAIS DELA, E GRAVADO. ATE ESSE PONTO UMA NOVA QUEDA  * 00046116
      **       AINDA A ENCONTRA PENDENTE                              * 00046216
      ***************************************************************** 00046316
       060-20-ENCERRA-PENDENTE SECTION.                                 00046416
                                                                        00046516
           MOVE 'ORB010'     TO CTL-JOB.                                00046616
           MOVE WS-PEND-DATA TO CTL-DATA.                               00046716
           MOVE SPACES       TO WS-PEND-DATA.                           00046816
                                                                        00046916
           READ RUNCTL                                                  00047016
               INVALID KEY                                              00047116
                   DISPLAY 'ORB010 - REGISTRO DO RUNCTL DE ' CTL-DATA   00047216
                           ' NAO ENCONTRADO PARA ENCERRAR'              00047316
                   GO TO 060-20-EXIT.                                   00047416
                                                                        00047516
           MOVE 'F' TO CTL-SITUACAO.                                    00047616
                                                                        00047716
           REWRITE RUNCTL-REG                                           00047816
               INVALID KEY                                              00047916
                   DISPLAY 'ORB010 - ERRO AO ENCERRAR O RUNCTL DE '     00048016
                           CTL-DATA ', FILE STATUS = ' WS-RUNCTL-STATUS.00048116
                                                                        00048216
       060-20-EXIT.                                                     00048316
           EXIT.                                                        00048416
