      *            * CLIENTE_HIST COM O JOB COMO OPERADOR. CLIENTES  *  00001200
      *            * COM FUSAO PENDENTE NO MERGE_PEND SAO EXCLUIDOS  *  00001300
      *            * E SAEM NO RELATORIO COM O MOTIVO                *  00001400
      *            * NA FUNCAO EFETIVA FAZ COMMIT E CHECKPOINT NO    *  00001416
      *            * RUNCTL A CADA N CLIENTES (COLUNAS 12-16 DO      *  00001432
      *            * DORPARM, PADRAO 1000); SE O JOB CAIR, A         *  00001448
      *            * REEXECUCAO DA EFETIVA NO MESMO DIA RETOMA       *  00001464
      *            * DEPOIS DO ULTIMO CODIGO CONFIRMADO              *  00001480
      *            ***************************************************  00001500
                                                                        00001600
       ENVIRONMENT DIVISION.                                            00001700
                                                                        00002910
           SELECT RUNCTL    ASSIGN TO RUNCTL                            00002920
               ORGANIZATION IS INDEXED                                  00002930
               ACCESS MODE  IS DYNAMIC                                  00002940
               RECORD KEY   IS CTL-CHAVE                                00002950
               FILE STATUS  IS WS-RUNCTL-STATUS.                        00002960
                                                                        00003000
           05  PARM-FUNCAO         PIC X(07).                           00003800
               88  PARM-LISTA               VALUE 'LISTA'.              00003900
               88  PARM-EFETIVA             VALUE 'EFETIVA'.            00004000
           05  FILLER              PIC X(01).                           00004050
           05  PARM-COMMIT         PIC 9(05).                           00004100
           05  FILLER              PIC X(64).                           00004150
                                                                        00004200
       FD  RELATORIO                                                    00004300
           LABEL RECORDS ARE OMITTED.                                   00004400
           05  CTL-GRAVADOS            PIC 9(07).                       00004560
           05  CTL-ATUALIZADOS         PIC 9(07).                       00004562
           05  CTL-REJEITADOS          PIC 9(07).                       00004564
           05  CTL-ARQ-SEQ             PIC 9(06).                       00004568
           05  CTL-ARQ-SIT             PIC X(02).                       00004572
           05  CTL-SITUACAO            PIC X(01).                       00004576
               88  CTL-EM-ANDAMENTO        VALUE 'P'.                   00004580
           05  CTL-REINICIOS           PIC 9(03).                       00004584
           05  CTL-POSICAO             PIC 9(07).                       00004588
           05  FILLER                  PIC X(07).                       00004592
                                                                        00004600
       WORKING-STORAGE SECTION.                                         00004700
       77  WS00-INICIO   PIC X(32) VALUE '*** INICIO DA WORKING ***'.   00004800
       77  WS-RELAT-STATUS      PIC X(02) VALUE SPACES.                 00005100
       77  WS-RUNCTL-STATUS     PIC X(02) VALUE SPACES.                 00005110
           88  WS-RUNCTL-NAO-EXISTE       VALUE '35'.                   00005120
                                                                        00005122
       01  WS-RUNCTL-ABERTO-SW  PIC X(01) VALUE 'N'.                    00005124
           88  WS-RUNCTL-ABERTO           VALUE 'S'.                    00005126
                                                                        00005130
       01  WS-DATA-AMD          PIC X(08) VALUE SPACES.                 00005132
       01  WS-DATA-AMD-RED      REDEFINES WS-DATA-AMD.                  00005134
           05  WS-FUNCAO-SW           PIC X(01) VALUE 'L'.              00005800
               88  WS-FUNCAO-LISTA              VALUE 'L'.              00005900
               88  WS-FUNCAO-EFETIVA            VALUE 'E'.              00006000
           05  WS-REINICIO-SW         PIC X(01) VALUE 'N'.              00006020
               88  WS-REINICIO                  VALUE 'S'.              00006040
           05  WS-CTL-GRAVADO-SW      PIC X(01) VALUE 'N'.              00006060
               88  WS-CTL-GRAVADO               VALUE 'S'.              00006080
           05  WS-FIM-BUSCA-SW        PIC X(01) VALUE 'N'.              00006086
               88  WS-FIM-BUSCA                 VALUE 'S'.              00006092
                                                                        00006100
       77  WS-ANOS           PIC S9(04) COMP VALUE ZEROS.               00006200
       77  WS-QTD-FUSAO      PIC S9(09) COMP VALUE ZEROS.               00006300
       77  WS-CONT-INATIVADOS PIC S9(07) COMP VALUE ZEROS.              00006600
       77  WS-CONT-EXCLUIDOS  PIC S9(07) COMP VALUE ZEROS.              00006700
       77  WS-CONT-ERROS      PIC S9(07) COMP VALUE ZEROS.              00006800
                                                                        00006808
       77  WS-N-CHECKPOINT      PIC S9(07) COMP VALUE +1000.            00006816
       77  WS-CONT-DESDE-CKPT   PIC S9(07) COMP VALUE ZEROS.            00006824
       77  WS-ULT-CODIGO        PIC S9(07) COMP-3 VALUE ZEROS.          00006832
       77  WS-REINICIOS         PIC 9(03) VALUE ZEROS.                  00006840
       77  WS-CTL-SIT-JOB       PIC X(01) VALUE SPACES.                 00006848
       77  WS-BUSCA-DATA        PIC X(10) VALUE SPACES.                 00006850
       77  WS-BUSCA-SIT         PIC X(01) VALUE SPACES.                 00006852
       77  WS-PEND-DATA         PIC X(10) VALUE SPACES.                 00006854
                                                                        00006856
       01  WS-CTL-ANTERIOR.                                             00006864
           05  WS-ANT-LIDOS     PIC S9(07) COMP VALUE ZEROS.            00006872
           05  WS-ANT-ATUALIZ   PIC S9(07) COMP VALUE ZEROS.            00006880
           05  WS-ANT-REJEIT    PIC S9(07) COMP VALUE ZEROS.            00006888
                                                                        00006900
       01  WS02-HIST-TIPO-OPER PIC X(01) VALUE SPACES.                  00007000
                                                                        00007100
           05  FILLER         PIC X(22) VALUE 'ERROS................:'. 00011700
           05  WS-LINRES4-QTD PIC ZZZ.ZZ9.                              00011800
                                                                        00011900
       01  WS-LINREI.                                                   00011920
           05  FILLER         PIC X(22) VALUE 'CONFIRMADOS ANTES....:'. 00011940
           05  WS-LINREI-QTD  PIC ZZZ.ZZ9.                              00011960
                                                                        00011980
           EXEC SQL INCLUDE CLIENTE END-EXEC.                           00012000
                                                                        00012100
           EXEC SQL INCLUDE CLIENTEH END-EXEC.                          00012200
           STOP RUN.                                                    00014500
           EJECT                                                        00014600
      ***************************************************************** 00014700
      **       CONTROLE DE EXECUCAO (RUNCTL): A LISTA SEGUIDA DA      * 00014701
      **       EFETIVA NO MESMO DIA E O FLUXO NORMAL DESTE JOB E A    * 00014702
      **       SEGUNDA EXECUCAO SO REGRAVA O REGISTRO. SE A EFETIVA   * 00014703
      **       FICOU EM ANDAMENTO (QUEDA DEPOIS DE UM CHECKPOINT),    * 00014704
      **       SO A EFETIVA PODE RODAR E ELA RETOMA O PROCESSAMENTO;  * 00014705
      **       UMA LISTA NESSA SITUACAO E CANCELADA (RC=16)           * 00014706
      ***************************************************************** 00014707
       050-00-VERIFICA-RUNCTL SECTION.                                  00014708
                                                                        00014709
           OPEN I-O RUNCTL.                                             00014710
                                                                        00014711
           IF  WS-RUNCTL-NAO-EXISTE                                     00014712
               OPEN OUTPUT RUNCTL                                       00014713
               MOVE SPACES      TO RUNCTL-REG                           00014714
               MOVE '*INICIO*'  TO CTL-JOB                              00014715
               MOVE '0001-01-01' TO CTL-DATA                            00014716
               MOVE ZEROS       TO CTL-LIDOS CTL-GRAVADOS               00014717
                                   CTL-ATUALIZADOS CTL-REJEITADOS       00014718
               WRITE RUNCTL-REG                                         00014719
               CLOSE RUNCTL                                             00014720
               OPEN I-O RUNCTL.                                         00014721
                                                                        00014722
           IF  WS-RUNCTL-STATUS NOT EQUAL '00'                          00014723
               DISPLAY 'ORB019 - ERRO AO ABRIR O RUNCTL, '              00014724
                       'FILE STATUS = ' WS-RUNCTL-STATUS                00014725
               GO TO 050-99-EXIT.                                       00014726
                                                                        00014727
           MOVE 'S' TO WS-RUNCTL-ABERTO-SW.                             00014728
                                                                        00014729
           ACCEPT WS-DATA-AMD FROM DATE YYYYMMDD.                       00014730
           MOVE WS-AMD-ANO TO WS-HOJE-ANO.                              00014731
           MOVE WS-AMD-MES TO WS-HOJE-MES.                              00014732
           MOVE WS-AMD-DIA TO WS-HOJE-DIA.                              00014733
                                                                        00014734
           MOVE 'ORB019'     TO CTL-JOB.                                00014735
           MOVE WS-DATA-HOJE TO CTL-DATA.                               00014736
                                                                        00014737
           READ RUNCTL                                                  00014738
               INVALID KEY                                              00014739
                   PERFORM 060-00-BUSCA-PENDENTE THRU 060-99-EXIT       00014740
                   GO TO 050-99-EXIT.                                   00014741
                                                                        00014742
           IF  NOT CTL-EM-ANDAMENTO                                     00014743
               MOVE 'S' TO WS-CTL-GRAVADO-SW                            00014744
               GO TO 050-99-EXIT.                                       00014745
                                                                        00014746
           IF  WS-FUNCAO-EFETIVA                                        00014747
               PERFORM 055-00-PREPARA-REINICIO THRU 055-99-EXIT         00014748
               GO TO 050-99-EXIT.                                       00014749
                                                                        00014750
           DISPLAY 'ORB019 - EFETIVA DE ' CTL-DATA ' INTERROMPIDA NO '  00014751
                   'CODIGO ' CTL-POSICAO '. REEXECUTAR A EFETIVA. '     00014752
                   'EXECUCAO CANCELADA'.                                00014753
                                                                        00014754
           CLOSE DORPARM.                                               00014755
           CLOSE RELATORIO.                                             00014756
           CLOSE RUNCTL.                                                00014757
                                                                        00014758
           MOVE 16 TO RETURN-CODE.                                      00014759
                                                                        00014760
           STOP RUN.                                                    00014761
                                                                        00014762
       050-99-EXIT.                                                     00014763
           EXIT.                                                        00014764
           EJECT                                                        00014765
      ***************************************************************** 00014766
      **       REINICIO DE UMA EXECUCAO INTERROMPIDA: OS TOTAIS JA    * 00014767
      **       CONFIRMADOS NO ULTIMO CHECKPOINT VIRAM A BASE DOS      * 00014768
      **       CONTADORES DO RUNCTL E O PROCESSAMENTO RETOMA DEPOIS   * 00014769
      **       DO ULTIMO REGISTRO CONFIRMADO (CODIGO > POSICAO)       * 00014770
      ***************************************************************** 00014771
       055-00-PREPARA-REINICIO SECTION.                                 00014772
                                                                        00014773
           MOVE 'S' TO WS-REINICIO-SW.                                  00014774
           MOVE 'S' TO WS-CTL-GRAVADO-SW.                               00014775
                                                                        00014776
           MOVE CTL-LIDOS       TO WS-ANT-LIDOS.                        00014777
           MOVE CTL-ATUALIZADOS TO WS-ANT-ATUALIZ.                      00014778
           MOVE CTL-REJEITADOS  TO WS-ANT-REJEIT.                       00014779
           MOVE CTL-POSICAO     TO WS-ULT-CODIGO.                       00014780
                                                                        00014781
           COMPUTE WS-REINICIOS = CTL-REINICIOS + 1.                    00014782
                                                                        00014783
           DISPLAY 'ORB019 - REINICIO ' WS-REINICIOS ' DA EXECUCAO DE ' 00014784
                   CTL-DATA '. JA CONFIRMADOS ' CTL-LIDOS               00014785
                   ' REGISTROS, POSICAO ' CTL-POSICAO.                  00014786
                                                                        00014787
       055-99-EXIT.                                                     00014788
           EXIT.                                                        00014789
           EJECT                                                        00014790
      ***************************************************************** 00014791
      **       ABERTURA DOS ARQUIVOS, CRITICA DO CARTAO DE FUNCAO E   * 00014800
      **       CONTROLE DE EXECUCAO E ABERTURA DO CURSOR DE CLIENTES  * 00014850
      **       ADORMECIDOS (NUM REINICIO, SO OS CODIGOS ACIMA DO      * 00014900
      **       ULTIMO CONFIRMADO)                                     * 00014950
      ***************************************************************** 00015000
       100-00-INICIO SECTION.                                           00015100
                                                                        00015200
                                                                        00020000
           MOVE PARM-ANOS TO WS-ANOS.                                   00020100
                                                                        00020200
           IF  PARM-COMMIT NUMERIC                                      00020209
               AND PARM-COMMIT GREATER THAN ZEROS                       00020218
               MOVE PARM-COMMIT TO WS-N-CHECKPOINT.                     00020227
                                                                        00020236
           IF  WS-FUNCAO-EFETIVA                                        00020245
               DISPLAY 'ORB019 - COMMIT A CADA ' WS-N-CHECKPOINT        00020254
                       ' CLIENTES'.                                     00020263
                                                                        00020272
           PERFORM 050-00-VERIFICA-RUNCTL THRU 050-99-EXIT.             00020281
                                                                        00020290
           WRITE ORB019-REG FROM WS-CAB1 AFTER ADVANCING PAGE.          00020300
                                                                        00020400
           MOVE PARM-FUNCAO TO WS-FUNCAO-TX.                            00020500
           WRITE ORB019-REG FROM WS-LIN-FUNCAO AFTER ADVANCING 2 LINES. 00020700
           WRITE ORB019-REG FROM WS-CAB2 AFTER ADVANCING 2 LINES.       00020800
                                                                        00020900
      *    O WITH HOLD PRESERVA A POSICAO ATRAVES DOS COMMITS           00020933
      *    PERIODICOS; NUM REINICIO WS-ULT-CODIGO TRAZ O ULTIMO         00020966
      *    CODIGO JA CONFIRMADO (ZERO NUMA EXECUCAO NORMAL)             00020999
                                                                        00021032
           EXEC SQL DECLARE CUR-ADORMECIDOS CURSOR WITH HOLD FOR        00021065
               SELECT CODIGO, NOME, ENDERECO, CIDADE, ESTADO, CEP,      00021100
                      TELEFONE, EMAIL, DATA_ULT_ATUALIZACAO,            00021200
                      ENDERECO_INVALIDO, EMAIL_INVALIDO, SITUACAO,      00021300
                WHERE SITUACAO = 'A'                                    00021600
                  AND DATA_ULT_ATUALIZACAO <                            00021700
                      CURRENT TIMESTAMP - :WS-ANOS YEARS                00021800
                  AND CODIGO > :WS-ULT-CODIGO                           00021850
                ORDER BY CODIGO                                         00021900
           END-EXEC.                                                    00022000
                                                                        00022100
           EXIT.                                                        00028500
           EJECT                                                        00028600
      ***************************************************************** 00028700
      **       GRAVA A LINHA DO RELATORIO, FAZ O CHECKPOINT A CADA N  * 00028766
      **       CLIENTES (SO NA EFETIVA) E LE O PROXIMO CLIENTE        * 00028832
      ***************************************************************** 00028900
       200-20-GRAVA-LINHA SECTION.                                      00029000
                                                                        00029100
           WRITE ORB019-REG FROM WS-LINDET AFTER ADVANCING 1 LINE.      00029200
                                                                        00029211
           MOVE CODIGO-CLI TO WS-ULT-CODIGO.                            00029222
                                                                        00029233
           IF  WS-FUNCAO-EFETIVA                                        00029244
               ADD 1 TO WS-CONT-DESDE-CKPT.                             00029255
                                                                        00029266
           IF  WS-CONT-DESDE-CKPT EQUAL WS-N-CHECKPOINT                 00029277
               PERFORM 250-00-GRAVA-CHECKPOINT THRU 250-99-EXIT.        00029288
                                                                        00029300
           PERFORM 200-10-LE-ADORMECIDO THRU 200-10-EXIT.               00029400
                                                                        00029500
           GO TO 200-10-EXIT.                                           00032000
                                                                        00032100
       200-10-EXIT.                                                     00032200
           EXIT.                                                        00032204
           EJECT                                                        00032208
      ***************************************************************** 00032212
      **       COMMIT DO LOTE E CHECKPOINT DE REINICIO: O REGISTRO    * 00032216
      **       DO JOB NO RUNCTL FICA EM ANDAMENTO (SITUACAO P) COM    * 00032220
      **       OS TOTAIS ACUMULADOS E A POSICAO DO ULTIMO REGISTRO    * 00032224
      **       CONFIRMADO                                             * 00032228
      ***************************************************************** 00032232
       250-00-GRAVA-CHECKPOINT SECTION.                                 00032236
                                                                        00032240
           EXEC SQL COMMIT END-EXEC.                                    00032244
                                                                        00032248
           MOVE ZEROS TO WS-CONT-DESDE-CKPT.                            00032252
                                                                        00032256
           IF  NOT WS-RUNCTL-ABERTO                                     00032260
               GO TO 250-99-EXIT.                                       00032264
                                                                        00032268
           MOVE 'P' TO WS-CTL-SIT-JOB.                                  00032272
           PERFORM 955-00-GRAVA-REG-JOB THRU 955-99-EXIT.               00032276
                                                                        00032280
           DISPLAY 'ORB019 - CHECKPOINT GRAVADO NO CODIGO '             00032284
                   CTL-POSICAO ', ' CTL-LIDOS ' LIDOS'.                 00032288
                                                                        00032292
       250-99-EXIT.                                                     00032296
           EXIT.                                                        00032300
           EJECT                                                        00032400
      ***************************************************************** 00032500
                                                                        00041300
           EXEC SQL COMMIT END-EXEC.                                    00041400
                                                                        00041500
      *    NUM REINICIO OS CONTADORES ABAIXO SAO SO DESTA EXECUCAO      00041510
                                                                        00041520
           IF  WS-REINICIO                                              00041530
               MOVE WS-ANT-LIDOS TO WS-LINREI-QTD                       00041540
               WRITE ORB019-REG FROM WS-LINREI                          00041550
                     AFTER ADVANCING 2 LINES                            00041560
               DISPLAY 'ORB019 - CONFIRMADOS ANTES....: '               00041570
                       WS-ANT-LIDOS.                                    00041580
                                                                        00041590
           MOVE WS-CONT-CANDIDATOS TO WS-LINRES1-QTD.                   00041600
           WRITE ORB019-REG FROM WS-LINRES1 AFTER ADVANCING 2 LINES.    00041700
                                                                        00041800
      **       OS CONTADORES DO JOB. A EXECUCAO LISTA SEGUIDA DA      * 00044040
      **       EFETIVA NO MESMO DIA E O FLUXO NORMAL DESTE JOB, POR   * 00044050
      **       ISSO UMA SEGUNDA EXECUCAO SO ATUALIZA O REGISTRO EM    * 00044060
      **       VEZ DE SER BARRADA. SITUACAO F = EXECUCAO ENCERRADA    * 00044070
      ***************************************************************** 00044080
       950-00-GRAVA-RUNCTL SECTION.                                     00044082
                                                                        00044084
           IF  NOT WS-RUNCTL-ABERTO                                     00044098
               GO TO 950-99-EXIT.                                       00044118
                                                                        00044120
           MOVE 'F' TO WS-CTL-SIT-JOB.                                  00044122
           PERFORM 955-00-GRAVA-REG-JOB THRU 955-99-EXIT.               00044130
                                                                        00044158
           CLOSE RUNCTL.                                                00044160
                                                                        00044162
       950-99-EXIT.                                                     00044164
           EXIT.                                                        00044166
           EJECT                                                        00044266
      ***************************************************************** 00044366
      **       MONTA E GRAVA O REGISTRO DO JOB NO RUNCTL COM OS       * 00044466
      **       TOTAIS DA EXECUCAO MAIS OS JA CONFIRMADOS ANTES DE     * 00044566
      **       UM REINICIO. WS-CTL-SIT-JOB TRAZ P (CHECKPOINT) OU     * 00044666
      **       F (TERMINO NORMAL)                                     * 00044766
      ***************************************************************** 00044866
       955-00-GRAVA-REG-JOB SECTION.                                    00044966
                                                                        00045066
           MOVE SPACES         TO RUNCTL-REG.                           00045166
           MOVE 'ORB019'       TO CTL-JOB.                              00045266
           MOVE WS-DATA-HOJE   TO CTL-DATA.                             00045366
           MOVE 'CLIENTE'      TO CTL-INPUT.                            00045466
           COMPUTE CTL-LIDOS =                                          00045566
               WS-ANT-LIDOS + WS-CONT-CANDIDATOS.                       00045666
           MOVE ZEROS          TO CTL-GRAVADOS.                         00045766
           COMPUTE CTL-ATUALIZADOS =                                    00045866
               WS-ANT-ATUALIZ + WS-CONT-INATIVADOS.                     00045966
           COMPUTE CTL-REJEITADOS =                                     00046066
               WS-ANT-REJEIT                                            00046166
             + WS-CONT-EXCLUIDOS + WS-CONT-ERROS.                       00046266
           MOVE WS-CTL-SIT-JOB TO CTL-SITUACAO.                         00046366
           MOVE WS-REINICIOS   TO CTL-REINICIOS.                        00046466
           MOVE WS-ULT-CODIGO  TO CTL-POSICAO.                          00046566
                                                                        00046666
           IF  WS-CTL-GRAVADO                                           00046766
               REWRITE RUNCTL-REG                                       00046866
                   INVALID KEY                                          00046966
                       DISPLAY 'ORB019 - ERRO AO REGRAVAR O RUNCTL, '   00047066
                               'FILE STATUS = ' WS-RUNCTL-STATUS        00047166
           ELSE                                                         00047266
               WRITE RUNCTL-REG                                         00047366
                   INVALID KEY                                          00047466
                       DISPLAY 'ORB019 - ERRO AO GRAVAR O RUNCTL, '     00047566
                               'FILE STATUS = ' WS-RUNCTL-STATUS.       00047666
                                                                        00047766
           IF  WS-PEND-DATA NOT EQUAL SPACES AND                        00047786
               WS-RUNCTL-STATUS EQUAL '00'                              00047806
               PERFORM 060-20-ENCERRA-PENDENTE THRU 060-20-EXIT.        00047826
                                                                        00047846
           MOVE 'S' TO WS-CTL-GRAVADO-SW.                               00047866
                                                                        00047966
       955-99-EXIT.                                                     00048066
           EXIT.                                                        00048166
           EJECT                                                        00048266
      ***************************************************************** 00048366
      **       PROCURA A ULTIMA EXECUCAO DO JOB ANTERIOR A HOJE. SE   * 00048466
      **       ELA FICOU EM ANDAMENTO (P), O REGISTRO DELA FICA NA    * 00048566
      **       AREA DO RUNCTL, A DATA DELA EM WS-PEND-DATA E ESTA     * 00048666
      **       EXECUCAO A RETOMA COMO NUM REINICIO NO MESMO DIA       * 00048766
      ***************************************************************** 00048866
       060-00-BUSCA-PENDENTE SECTION.                                   00048966
                                                                        00049066
           MOVE SPACES     TO WS-BUSCA-DATA.                            00049166
           MOVE SPACES     TO WS-BUSCA-SIT.                             00049266
           MOVE 'N'        TO WS-FIM-BUSCA-SW.                          00049366
                                                                        00049466
           MOVE 'ORB019'   TO CTL-JOB.                                  00049566
           MOVE LOW-VALUES TO CTL-DATA.                                 00049666
                                                                        00049766
           START RUNCTL KEY IS NOT LESS THAN CTL-CHAVE                  00049866
               INVALID KEY                                              00049966
                   GO TO 060-99-EXIT.                                   00050066
                                                                        00050166
           PERFORM 060-10-LE-RUNCTL THRU 060-10-EXIT                    00050266
               UNTIL WS-FIM-BUSCA.                                      00050366
                                                                        00050466
           IF  WS-BUSCA-SIT NOT EQUAL 'P'                               00050566
               GO TO 060-99-EXIT.                                       00050666
                                                                        00050766
           MOVE 'ORB019'      TO CTL-JOB.                               00050866
           MOVE WS-BUSCA-DATA TO CTL-DATA.                              00050966
                                                                        00051066
           READ RUNCTL                                                  00051166
               INVALID KEY                                              00051266
                   GO TO 060-99-EXIT.                                   00051366
                                                                        00051466
           MOVE WS-BUSCA-DATA TO WS-PEND-DATA.                          00051566
                                                                        00051666
      *    UMA LISTA NAO RETOMA A EFETIVA PENDENTE                      00051766
                                                                        00051866
           IF  WS-FUNCAO-EFETIVA                                        00051966
               GO TO 060-50-RETOMA.                                     00052066
                                                                        00052166
           DISPLAY 'ORB019 - EFETIVA DE ' CTL-DATA ' INTERROMPIDA NO '  00052266
                   'CODIGO ' CTL-POSICAO '. REEXECUTAR A EFETIVA. '     00052366
                   'EXECUCAO CANCELADA'.                                00052466
                                                                        00052566
           CLOSE DORPARM.                                               00052666
           CLOSE RELATORIO.                                             00052766
           CLOSE RUNCTL.                                                00052866
                                                                        00052966
           MOVE 16 TO RETURN-CODE.                                      00053066
                                                                        00053166
           STOP RUN.                                                    00053266
                                                                        00053366
       060-50-RETOMA.                                                   00053466
                                                                        00053566
           PERFORM 055-00-PREPARA-REINICIO THRU 055-99-EXIT.            00053666
                                                                        00053766
      *    O REGISTRO DE HOJE AINDA NAO EXISTE: O PRIMEIRO CHECKPOINT   00053866
      *    GRAVA (WRITE) E ENCERRA O PENDENTE                           00053966
           MOVE 'N' TO WS-CTL-GRAVADO-SW.                               00054066
                                                                        00054166
       060-99-EXIT.                                                     00054266
           EXIT.                                                        00054366
           EJECT                                                        00054466
      ***************************************************************** 00054566
      **       LE O PROXIMO REGISTRO DO RUNCTL. A BUSCA ACABA NO      * 00054666
      **       PRIMEIRO REGISTRO DE OUTRO JOB OU DE HOJE EM DIANTE    * 00054766
      ***************************************************************** 00054866
       060-10-LE-RUNCTL SECTION.                                        00054966
                                                                        00055066
           READ RUNCTL NEXT RECORD                                      00055166
               AT END                                                   00055266
                   MOVE 'S' TO WS-FIM-BUSCA-SW                          00055366
                   GO TO 060-10-EXIT.                                   00055466
                                                                        00055566
           IF  WS-RUNCTL-STATUS NOT EQUAL '00'                          00055666
            OR CTL-JOB  NOT EQUAL 'ORB019'                              00055766
            OR CTL-DATA NOT LESS WS-DATA-HOJE                           00055866
               MOVE 'S' TO WS-FIM-BUSCA-SW                              00055966
               GO TO 060-10-EXIT.                                       00056066
                                                                        00056166
           MOVE CTL-DATA     TO WS-BUSCA-DATA.                          00056266
           MOVE CTL-SITUACAO TO WS-BUSCA-SIT.                           00056366
                                                                        00056466
       060-10-EXIT.                                                     00056566
           EXIT.                                                        00056666
           EJECT                                                        00056766
      ***************************************************************** 00056866
      **       ENCERRA (SITUACAO F) A EXECUCAO DE OUTRA DATA RETOMADA * 00056966
      **       HOJE, LOGO QUE O REGISTRO DE HOJE, QUE JA LEVA OS      * 00057066
      **       TOTAIS DELA, E GRAVADO. ATE ESSE PONTO UMA NOVA QUEDA  * 00057166
      **       AINDA A ENCONTRA PENDENTE                              * 00057266
      ***************************************************************** 00057366
       060-20-ENCERRA-PENDENTE SECTION.                                 00057466
                                                                        00057566
           MOVE 'ORB019'     TO CTL-JOB.                                00057666
           MOVE WS-PEND-DATA TO CTL-DATA.                               00057766
           MOVE SPACES       TO WS-PEND-DATA.                           00057866
                                                                        00057966
           READ RUNCTL                                                  00058066
               INVALID KEY                                              00058166
                   DISPLAY 'ORB019 - REGISTRO DO RUNCTL DE ' CTL-DATA   00058266
                           ' NAO ENCONTRADO PARA ENCERRAR'              00058366
                   GO TO 060-20-EXIT.                                   00058466
                                                                        00058566
           MOVE 'F' TO CTL-SITUACAO.                                    00058666
                                                                        00058766
           REWRITE RUNCTL-REG                                           00058866
               INVALID KEY                                              00058966
                   DISPLAY 'ORB019 - ERRO AO ENCERRAR O RUNCTL DE '     00059066
                           CTL-DATA ', FILE STATUS = ' WS-RUNCTL-STATUS.00059166
                                                                        00059266
       060-20-EXIT.                                                     00059366
           EXIT.                                                        00059466
