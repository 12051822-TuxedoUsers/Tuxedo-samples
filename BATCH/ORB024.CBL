       ID DIVISION.                                                     00000100
       PROGRAM-ID. ORB024.                                              00000200
       AUTHOR.     DTS SOFTWARE.                                        00000300
      *REMARKS.    ***************************************************  00000400
      *            * CARGA DO ARQUIVO DE OPT-OUT DEVOLVIDO PELO      *  00000500
      *            * FORNECEDOR DE MALA DIRETA (OPTFILE): CADA       *  00000600
      *            * REGISTRO PEDE QUE O CLIENTE NAO SEJA MAIS       *  00000700
      *            * CONTATADO POR CORREIO ('C') OU POR EMAIL ('E'). *  00000800
      *            * O CONSENTIMENTO DO CANAL (CLIENTE_CONSENT) E    *  00000900
      *            * INCLUIDO OU ALTERADO PARA 'N' COM ORIGEM 'F' E  *  00001000
      *            * CADA MUDANCA VAI PARA O CLIENTE_CONSENT_HIST.   *  00001100
      *            * CODIGO QUE SAIU NUMA FUSAO VALE PARA O          *  00001200
      *            * SOBREVIVENTE. UM OPT-IN REGISTRADO NA TELA      *  00001300
      *            * COM DATA POSTERIOR A DO PEDIDO DO FORNECEDOR E  *  00001400
      *            * MANTIDO. RELATORIO DE TUDO O QUE FOI LIDO       *  00001500
      *            * O OPTFILE E CONFERIDO ANTES DE TUDO: HEADER COM *  00001516
      *            * DATA VALIDA E SEQUENCIA SEGUINTE A ULTIMA       *  00001532
      *            * ACEITA (RUNCTL) E TRAILER COM QUANTIDADE E      *  00001548
      *            * TOTAL DOS CODIGOS; SE DIVERGIR O JOB CANCELA    *  00001564
      *            * SEM GRAVAR NADA (RC=16)                         *  00001580
      *            ***************************************************  00001600
                                                                        00001700
       ENVIRONMENT DIVISION.                                            00001800
       CONFIGURATION SECTION.                                           00001900
       SPECIAL-NAMES.                                                   00002000
           DECIMAL-POINT IS COMMA.                                      00002100
       INPUT-OUTPUT SECTION.                                            00002200
       FILE-CONTROL.                                                    00002300
           SELECT OPTFILE   ASSIGN TO OPTFILE                           00002400
               ORGANIZATION IS SEQUENTIAL                               00002500
               FILE STATUS  IS WS-OPT-STATUS.                           00002600
                                                                        00002700
           SELECT RELATORIO ASSIGN TO RELAT                             00002800
               ORGANIZATION IS SEQUENTIAL                               00002900
               FILE STATUS  IS WS-RELAT-STATUS.                         00003000
                                                                        00003100
           SELECT RUNCTL    ASSIGN TO RUNCTL                            00003200
               ORGANIZATION IS INDEXED                                  00003300
               ACCESS MODE  IS RANDOM                                   00003400
               RECORD KEY   IS CTL-CHAVE                                00003500
               FILE STATUS  IS WS-RUNCTL-STATUS.                        00003600
                                                                        00003700
       DATA DIVISION.                                                   00003800
       FILE SECTION.                                                    00003900
       FD  OPTFILE                                                      00004000
           LABEL RECORDS ARE STANDARD.                                  00004100
       01  OPTFILE-REG.                                                 00004200
           05  OPT-CODIGO          PIC X(07).                           00004300
           05  OPT-CODIGO-N        REDEFINES OPT-CODIGO                 00004333
                                   PIC 9(07).                           00004366
           05  FILLER              PIC X(01).                           00004400
           05  OPT-CANAL           PIC X(01).                           00004500
               88  OPT-CANAL-CORREIO        VALUE 'C'.                  00004600
               88  OPT-CANAL-EMAIL          VALUE 'E'.                  00004700
           05  FILLER              PIC X(01).                           00004800
           05  OPT-DATA            PIC X(10).                           00004900
           05  FILLER              PIC X(60).                           00005000
                                                                        00005100
       FD  RELATORIO                                                    00005200
           LABEL RECORDS ARE OMITTED.                                   00005300
       01  ORB024-REG              PIC X(132).                          00005400
                                                                        00005500
       FD  RUNCTL                                                       00005600
           LABEL RECORDS ARE STANDARD.                                  00005700
       01  RUNCTL-REG.                                                  00005800
           05  CTL-CHAVE.                                               00005900
               10  CTL-JOB             PIC X(08).                       00006000
               10  CTL-DATA            PIC X(10).                       00006100
           05  CTL-INPUT               PIC X(08).                       00006200
           05  CTL-LIDOS               PIC 9(07).                       00006300
           05  CTL-GRAVADOS            PIC 9(07).                       00006400
           05  CTL-ATUALIZADOS         PIC 9(07).                       00006500
           05  CTL-REJEITADOS          PIC 9(07).                       00006600
           05  CTL-ARQ-SEQ             PIC 9(06).                       00006633
           05  CTL-ARQ-SIT             PIC X(02).                       00006666
           05  FILLER                  PIC X(18).                       00006700
                                                                        00006800
       WORKING-STORAGE SECTION.                                         00006900
       77  WS00-INICIO   PIC X(32) VALUE '*** INICIO DA WORKING ***'.   00007000
                                                                        00007100
       77  WS-OPT-STATUS        PIC X(02) VALUE SPACES.                 00007200
       77  WS-RELAT-STATUS      PIC X(02) VALUE SPACES.                 00007300
       77  WS-RUNCTL-STATUS     PIC X(02) VALUE SPACES.                 00007400
           88  WS-RUNCTL-NAO-EXISTE       VALUE '35'.                   00007500
                                                                        00007600
       01  WS-RUNCTL-ABERTO-SW  PIC X(01) VALUE 'N'.                    00007700
           88  WS-RUNCTL-ABERTO           VALUE 'S'.                    00007800
                                                                        00007900
       01  WS-DATA-AMD          PIC X(08) VALUE SPACES.                 00008000
       01  WS-DATA-AMD-RED      REDEFINES WS-DATA-AMD.                  00008100
           05  WS-AMD-ANO       PIC X(04).                              00008200
           05  WS-AMD-MES       PIC X(02).                              00008300
           05  WS-AMD-DIA       PIC X(02).                              00008400
                                                                        00008500
       01  WS-DATA-HOJE.                                                00008600
           05  WS-HOJE-ANO      PIC X(04).                              00008700
           05  FILLER           PIC X(01) VALUE '-'.                    00008800
           05  WS-HOJE-MES      PIC X(02).                              00008900
           05  FILLER           PIC X(01) VALUE '-'.                    00009000
           05  WS-HOJE-DIA      PIC X(02).                              00009100
                                                                        00009200
       01  WS-DATA-PEDIDO       PIC X(10) VALUE SPACES.                 00009300
       01  WS-DATA-PEDIDO-RED   REDEFINES WS-DATA-PEDIDO.               00009400
           05  WS-PED-ANO       PIC 9(04).                              00009500
           05  WS-PED-TRACO1    PIC X(01).                              00009600
           05  WS-PED-MES       PIC 9(02).                              00009700
           05  WS-PED-TRACO2    PIC X(01).                              00009800
           05  WS-PED-DIA       PIC 9(02).                              00009900
                                                                        00010000
       01  WS-AGORA             PIC X(26) VALUE SPACES.                 00010100
                                                                        00010200
       01  WS-SWITCHES.                                                 00010300
           05  WS-FIM-OPTOUT-SW       PIC X(01) VALUE 'N'.              00010400
               88  WS-FIM-OPTOUT                VALUE 'S'.              00010500
           05  WS-ERRO-ABERTURA-SW    PIC X(01) VALUE 'N'.              00010600
               88  WS-ERRO-ABERTURA             VALUE 'S'.              00010700
           05  WS-ERRO-HIST-SW        PIC X(01) VALUE 'N'.              00010710
               88  WS-ERRO-HIST                 VALUE 'S'.              00010720
                                                                        00010800
       77  WS-CONT-LIDOS        PIC S9(07) COMP VALUE ZEROS.            00010900
       77  WS-CONT-INCLUIDOS    PIC S9(07) COMP VALUE ZEROS.            00011000
       77  WS-CONT-ALTERADOS    PIC S9(07) COMP VALUE ZEROS.            00011100
       77  WS-CONT-JA-RECUSOU   PIC S9(07) COMP VALUE ZEROS.            00011200
       77  WS-CONT-OPTIN-POST   PIC S9(07) COMP VALUE ZEROS.            00011300
       77  WS-CONT-NAO-ENCONTR  PIC S9(07) COMP VALUE ZEROS.            00011400
       77  WS-CONT-ERROS        PIC S9(07) COMP VALUE ZEROS.            00011500
       77  WS-CONT-SOBREVIV     PIC S9(07) COMP VALUE ZEROS.            00011600
                                                                        00011700
       01  WS-CAB1.                                                     00011800
           05  FILLER  PIC X(20) VALUE SPACES.                          00011900
           05  FILLER  PIC X(50) VALUE                                  00012000
               'CARGA DO OPT-OUT DEVOLVIDO PELO FORNECEDOR'.            00012100
                                                                        00012200
       01  WS-CAB2.                                                     00012300
           05  FILLER  PIC X(08) VALUE 'CODIGO'.                        00012400
           05  FILLER  PIC X(31) VALUE 'NOME'.                          00012500
           05  FILLER  PIC X(06) VALUE 'CANAL'.                         00012600
           05  FILLER  PIC X(12) VALUE 'DATA PEDIDO'.                   00012700
           05  FILLER  PIC X(17) VALUE 'RESULTADO'.                     00012800
           05  FILLER  PIC X(12) VALUE 'SOBREVIVENTE'.                  00012900
                                                                        00013000
       01  WS-LINDET.                                                   00013100
           05  WS-LINDET-CODIGO  PIC ZZZZZZ9.                           00013200
           05  FILLER            PIC X(01) VALUE SPACES.                00013300
           05  WS-LINDET-NOME    PIC X(30).                             00013400
           05  FILLER            PIC X(01) VALUE SPACES.                00013500
           05  WS-LINDET-CANAL   PIC X(01).                             00013600
           05  FILLER            PIC X(05) VALUE SPACES.                00013700
           05  WS-LINDET-DATA    PIC X(10).                             00013800
           05  FILLER            PIC X(02) VALUE SPACES.                00013900
           05  WS-LINDET-RESULT  PIC X(16).                             00014000
           05  FILLER            PIC X(01) VALUE SPACES.                00014100
           05  WS-LINDET-SOBREV  PIC ZZZZZZ9.                           00014200
                                                                        00014300
       01  WS-RES-SQLCODE.                                              00014400
           05  FILLER            PIC X(05) VALUE 'SQL '.                00014500
           05  WS-RES-SQLCODE-NR PIC -9999.                             00014600
                                                                        00014700
       01  WS-LINRES1.                                                  00014800
           05  FILLER         PIC X(22) VALUE 'PEDIDOS LIDOS........:'. 00014900
           05  WS-LINRES1-QTD PIC ZZZ.ZZ9.                              00015000
                                                                        00015100
       01  WS-LINRES2.                                                  00015200
           05  FILLER         PIC X(22) VALUE 'OPT-OUT INCLUIDOS....:'. 00015300
           05  WS-LINRES2-QTD PIC ZZZ.ZZ9.                              00015400
                                                                        00015500
       01  WS-LINRES3.                                                  00015600
           05  FILLER         PIC X(22) VALUE 'OPT-OUT ALTERADOS....:'. 00015700
           05  WS-LINRES3-QTD PIC ZZZ.ZZ9.                              00015800
                                                                        00015900
       01  WS-LINRES4.                                                  00016000
           05  FILLER         PIC X(22) VALUE 'JA RECUSAVA..........:'. 00016100
           05  WS-LINRES4-QTD PIC ZZZ.ZZ9.                              00016200
                                                                        00016300
       01  WS-LINRES5.                                                  00016400
           05  FILLER         PIC X(22) VALUE 'OPT-IN POSTERIOR.....:'. 00016500
           05  WS-LINRES5-QTD PIC ZZZ.ZZ9.                              00016600
                                                                        00016700
       01  WS-LINRES6.                                                  00016800
           05  FILLER         PIC X(22) VALUE 'NAO ENCONTRADOS......:'. 00016900
           05  WS-LINRES6-QTD PIC ZZZ.ZZ9.                              00017000
                                                                        00017100
       01  WS-LINRES7.                                                  00017200
           05  FILLER         PIC X(22) VALUE 'ERROS................:'. 00017300
           05  WS-LINRES7-QTD PIC ZZZ.ZZ9.                              00017400
                                                                        00017500
       01  WS-LINRES8.                                                  00017600
           05  FILLER         PIC X(22) VALUE 'DESVIADOS P/ SOBREV..:'. 00017700
           05  WS-LINRES8-QTD PIC ZZZ.ZZ9.                              00017800
                                                                        00017802
       01  WS-CTL-ARQUIVO.                                              00017804
           05  WS-ARQ-NOME          PIC X(08) VALUE SPACES.             00017806
           05  WS-ARQ-SEQUENCIA     PIC 9(06) VALUE ZEROS.              00017808
           05  WS-ARQ-QTD           PIC 9(07) VALUE ZEROS.              00017810
           05  WS-ARQ-QTD-TRL       PIC 9(07) VALUE ZEROS.              00017812
           05  WS-ARQ-HASH          PIC 9(15) VALUE ZEROS.              00017814
           05  WS-ARQ-SIT           PIC X(02) VALUE SPACES.             00017816
               88  WS-ARQ-OK                  VALUE 'OK'.               00017818
               88  WS-ARQ-SEM-HEADER          VALUE 'SH'.               00017820
               88  WS-ARQ-SEM-TRAILER         VALUE 'ST'.               00017822
               88  WS-ARQ-QTD-DIVERGE         VALUE 'QT'.               00017824
               88  WS-ARQ-FORA-SEQ            VALUE 'SQ'.               00017826
               88  WS-ARQ-JA-PROCESSADO       VALUE 'JP'.               00017828
                                                                        00017830
       01  WS-CTL-CHAVE-AUX.                                            00017832
           05  WS-AUX-JOB           PIC X(08) VALUE SPACES.             00017834
           05  WS-AUX-DATA          PIC X(10) VALUE SPACES.             00017836
                                                                        00017838
       01  WS-CTL-NOVO-SW           PIC X(01) VALUE 'N'.                00017840
           88  WS-CTL-NOVO                    VALUE 'S'.                00017842
                                                                        00017844
       01  WS-REG-CONTROLE.                                             00017846
           05  WS-RCT-ID            PIC X(07).                          00017848
               88  WS-RCT-HEADER              VALUE 'HEADER '.          00017850
               88  WS-RCT-TRAILER             VALUE 'TRAILER'.          00017852
           05  FILLER               PIC X(01).                          00017854
           05  WS-RCT-ARQUIVO       PIC X(08).                          00017856
           05  FILLER               PIC X(01).                          00017858
           05  WS-RCT-DATA          PIC X(10).                          00017860
           05  FILLER               PIC X(01).                          00017862
           05  WS-RCT-SEQUENCIA     PIC 9(06).                          00017864
           05  FILLER               PIC X(01).                          00017866
           05  WS-RCT-QTD           PIC 9(09).                          00017868
           05  FILLER               PIC X(01).                          00017870
           05  WS-RCT-HASH          PIC 9(15).                          00017872
                                                                        00017900
           EXEC SQL INCLUDE CLIENTE END-EXEC.                           00018000
                                                                        00018100
           EXEC SQL INCLUDE CLIFUSAO END-EXEC.                          00018200
                                                                        00018300
           EXEC SQL INCLUDE CONSENT END-EXEC.                           00018400
                                                                        00018500
           EXEC SQL INCLUDE CONSENTH END-EXEC.                          00018600
                                                                        00018700
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00018800
                                                                        00018900
       77  WS00-FIM      PIC X(32) VALUE '***  FIM DA WORKING  ***'.    00019000
           EJECT                                                        00019100
                                                                        00019200
       PROCEDURE DIVISION.                                              00019300
                                                                        00019400
      ***************************************************************** 00019500
      **       ROTINA PRINCIPAL                                       * 00019600
      ***************************************************************** 00019700
       000-00-MAINLINE SECTION.                                         00019800
                                                                        00019900
           PERFORM 100-00-INICIO   THRU 100-99-EXIT.                    00020000
                                                                        00020100
           PERFORM 200-00-PROCESSA THRU 200-99-EXIT                     00020200
               UNTIL WS-FIM-OPTOUT.                                     00020300
                                                                        00020400
           PERFORM 900-00-TERMINO  THRU 900-99-EXIT.                    00020500
                                                                        00020600
           STOP RUN.                                                    00020700
           EJECT                                                        00020800
      ***************************************************************** 00020900
      **       CONTROLE DE EXECUCAO (RUNCTL): SE JA EXISTE REGISTRO   * 00021000
      **       DESTE JOB PARA A DATA DE HOJE, O OPT-OUT JA FOI        * 00021100
      **       CARREGADO E O JOB E CANCELADO NA HORA (RC=16)          * 00021200
      ***************************************************************** 00021300
       050-00-VERIFICA-RUNCTL SECTION.                                  00021400
                                                                        00021500
           OPEN I-O RUNCTL.                                             00021600
                                                                        00021700
           IF  WS-RUNCTL-NAO-EXISTE                                     00021800
               OPEN OUTPUT RUNCTL                                       00021900
               MOVE SPACES      TO RUNCTL-REG                           00022000
               MOVE '*INICIO*'  TO CTL-JOB                              00022100
               MOVE '0001-01-01' TO CTL-DATA                            00022200
               MOVE ZEROS       TO CTL-LIDOS CTL-GRAVADOS               00022300
                                   CTL-ATUALIZADOS CTL-REJEITADOS       00022400
               WRITE RUNCTL-REG                                         00022500
               CLOSE RUNCTL                                             00022600
               OPEN I-O RUNCTL.                                         00022700
                                                                        00022800
           IF  WS-RUNCTL-STATUS NOT EQUAL '00'                          00022900
               DISPLAY 'ORB024 - ERRO AO ABRIR O RUNCTL, '              00023000
                       'FILE STATUS = ' WS-RUNCTL-STATUS                00023100
               GO TO 050-99-EXIT.                                       00023200
                                                                        00023300
           MOVE 'S' TO WS-RUNCTL-ABERTO-SW.                             00023400
                                                                        00023500
           MOVE 'ORB024'     TO CTL-JOB.                                00023600
           MOVE WS-DATA-HOJE TO CTL-DATA.                               00023700
                                                                        00023800
           READ RUNCTL                                                  00023900
               INVALID KEY                                              00024000
                   GO TO 050-99-EXIT.                                   00024100
                                                                        00024200
           DISPLAY 'ORB024 - ENTRADA ' CTL-INPUT ' JA PROCESSADA EM '   00024300
                   CTL-DATA '. EXECUCAO CANCELADA'.                     00024400
                                                                        00024500
           CLOSE RUNCTL.                                                00024600
                                                                        00024700
           MOVE 16 TO RETURN-CODE.                                      00024800
                                                                        00024900
           STOP RUN.                                                    00025000
                                                                        00025100
       050-99-EXIT.                                                     00025200
           EXIT.                                                        00025300
           EJECT                                                        00025400
      ***************************************************************** 00025500
      **       ABERTURA DOS ARQUIVOS, CABECALHO DO RELATORIO E        * 00025600
      **       LEITURA DO PRIMEIRO PEDIDO                             * 00025700
      ***************************************************************** 00025800
       100-00-INICIO SECTION.                                           00025900
                                                                        00026000
           ACCEPT WS-DATA-AMD FROM DATE YYYYMMDD.                       00026100
           MOVE WS-AMD-ANO TO WS-HOJE-ANO.                              00026200
           MOVE WS-AMD-MES TO WS-HOJE-MES.                              00026300
           MOVE WS-AMD-DIA TO WS-HOJE-DIA.                              00026400
                                                                        00026500
           PERFORM 050-00-VERIFICA-RUNCTL THRU 050-99-EXIT.             00026600
                                                                        00026633
           PERFORM 070-00-CONFERE-OPTFILE THRU 070-99-EXIT.             00026666
                                                                        00026700
           OPEN INPUT  OPTFILE.                                         00026800
           OPEN OUTPUT RELATORIO.                                       00026900
                                                                        00027000
           IF  WS-OPT-STATUS NOT EQUAL '00'                             00027100
               DISPLAY 'ORB024 - ERRO AO ABRIR O OPTFILE, '             00027200
                       'FILE STATUS = ' WS-OPT-STATUS                   00027300
               MOVE 'S' TO WS-FIM-OPTOUT-SW                             00027400
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00027500
               MOVE 16  TO RETURN-CODE                                  00027600
               GO TO 100-99-EXIT.                                       00027700
                                                                        00027800
           IF  WS-RELAT-STATUS NOT EQUAL '00'                           00027900
               DISPLAY 'ORB024 - ERRO AO ABRIR O RELATORIO, '           00028000
                       'FILE STATUS = ' WS-RELAT-STATUS                 00028100
               MOVE 'S' TO WS-FIM-OPTOUT-SW                             00028200
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00028300
               MOVE 16  TO RETURN-CODE                                  00028400
               GO TO 100-99-EXIT.                                       00028500
                                                                        00028600
           WRITE ORB024-REG FROM WS-CAB1 AFTER ADVANCING PAGE.          00028700
           WRITE ORB024-REG FROM WS-CAB2 AFTER ADVANCING 2 LINES.       00028800
                                                                        00028900
      *    DESCARTA O HEADER, JA CONFERIDO EM 070-00                    00028914
                                                                        00028928
           READ OPTFILE                                                 00028942
               AT END                                                   00028956
                   MOVE 'S' TO WS-FIM-OPTOUT-SW.                        00028970
                                                                        00028984
           PERFORM 200-10-LE-OPTOUT THRU 200-10-EXIT.                   00029000
                                                                        00029100
       100-99-EXIT.                                                     00029200
           EXIT.                                                        00029300
           EJECT                                                        00029400
      ***************************************************************** 00029500
      **       CRITICA UM PEDIDO DE OPT-OUT, CASA O CODIGO COM A      * 00029600
      **       TABELA CLIENTE (OU COM O SOBREVIVENTE DA FUSAO) E      * 00029700
      **       GRAVA A RECUSA DO CANAL                                * 00029800
      ***************************************************************** 00029900
       200-00-PROCESSA SECTION.                                         00030000
                                                                        00030100
           ADD 1 TO WS-CONT-LIDOS.                                      00030200
                                                                        00030300
           MOVE SPACES     TO WS-LINDET.                                00030400
           MOVE OPT-CANAL  TO WS-LINDET-CANAL.                          00030500
           MOVE OPT-DATA   TO WS-LINDET-DATA.                           00030600
                                                                        00030700
           IF  OPT-CODIGO NOT NUMERIC                                   00030800
               ADD  1               TO WS-CONT-ERROS                    00030900
               MOVE ZEROS           TO WS-LINDET-CODIGO                 00031000
               MOVE OPT-CODIGO      TO WS-LINDET-NOME                   00031100
               MOVE 'COD. INVALIDO' TO WS-LINDET-RESULT                 00031200
               PERFORM 200-20-GRAVA-LINHA THRU 200-20-EXIT              00031300
               GO TO 200-99-EXIT.                                       00031400
                                                                        00031500
           MOVE OPT-CODIGO TO CODIGO-CLI.                               00031600
           MOVE CODIGO-CLI TO WS-LINDET-CODIGO.                         00031700
                                                                        00031800
           IF  OPT-CANAL-CORREIO OR OPT-CANAL-EMAIL                     00031900
               NEXT SENTENCE                                            00032000
           ELSE                                                         00032100
               ADD  1                TO WS-CONT-ERROS                   00032200
               MOVE 'CANAL INVALIDO' TO WS-LINDET-RESULT                00032300
               PERFORM 200-20-GRAVA-LINHA THRU 200-20-EXIT              00032400
               GO TO 200-99-EXIT.                                       00032500
                                                                        00032600
      *    PEDIDO SEM DATA VALE A DATA DA CARGA                         00032700
                                                                        00032800
           IF  OPT-DATA EQUAL SPACES                                    00032900
               MOVE WS-DATA-HOJE TO WS-DATA-PEDIDO                      00033000
           ELSE                                                         00033100
               MOVE OPT-DATA     TO WS-DATA-PEDIDO.                     00033200
                                                                        00033300
           MOVE WS-DATA-PEDIDO TO WS-LINDET-DATA.                       00033400
                                                                        00033500
           IF  WS-PED-ANO NOT NUMERIC OR WS-PED-MES NOT NUMERIC         00033600
                                      OR WS-PED-DIA NOT NUMERIC         00033700
               GO TO 200-30-DATA-INVALIDA.                              00033800
                                                                        00033900
           IF  WS-PED-TRACO1 NOT EQUAL '-'                              00034000
            OR WS-PED-TRACO2 NOT EQUAL '-'                              00034100
            OR WS-PED-MES LESS 01 OR WS-PED-MES GREATER 12              00034200
            OR WS-PED-DIA LESS 01 OR WS-PED-DIA GREATER 31              00034300
            OR WS-PED-ANO LESS 1900                                     00034400
            OR WS-DATA-PEDIDO GREATER WS-DATA-HOJE                      00034500
               GO TO 200-30-DATA-INVALIDA.                              00034600
                                                                        00034700
           PERFORM 210-00-BUSCA-CLIENTE THRU 210-99-EXIT.               00034800
                                                                        00034900
      *    CODIGO QUE SAIU NUMA FUSAO VALE PARA O SOBREVIVENTE          00035000
                                                                        00035100
           IF  SQLCODE EQUAL +100                                       00035200
               PERFORM 215-00-BUSCA-FUSAO THRU 215-99-EXIT.             00035300
                                                                        00035400
           IF  SQLCODE EQUAL +100                                       00035500
               ADD  1                TO WS-CONT-NAO-ENCONTR             00035600
               MOVE 'NAO ENCONTRADO' TO WS-LINDET-RESULT                00035700
               PERFORM 200-20-GRAVA-LINHA THRU 200-20-EXIT              00035800
               GO TO 200-99-EXIT.                                       00035900
                                                                        00036000
           IF  SQLCODE NOT EQUAL ZEROS                                  00036100
               ADD  1              TO WS-CONT-ERROS                     00036200
               MOVE SQLCODE        TO WS-RES-SQLCODE-NR                 00036300
               MOVE WS-RES-SQLCODE TO WS-LINDET-RESULT                  00036400
               PERFORM 200-20-GRAVA-LINHA THRU 200-20-EXIT              00036500
               GO TO 200-99-EXIT.                                       00036600
                                                                        00036700
           MOVE NOME-CLI TO WS-LINDET-NOME.                             00036800
                                                                        00036900
           PERFORM 220-00-GRAVA-RECUSA THRU 220-99-EXIT.                00037000
                                                                        00037100
           PERFORM 200-20-GRAVA-LINHA THRU 200-20-EXIT.                 00037200
                                                                        00037300
           GO TO 200-99-EXIT.                                           00037400
                                                                        00037500
       200-30-DATA-INVALIDA.                                            00037600
                                                                        00037700
           ADD  1               TO WS-CONT-ERROS.                       00037800
           MOVE 'DATA INVALIDA' TO WS-LINDET-RESULT.                    00037900
           PERFORM 200-20-GRAVA-LINHA THRU 200-20-EXIT.                 00038000
                                                                        00038100
       200-99-EXIT.                                                     00038200
           EXIT.                                                        00038300
           EJECT                                                        00038400
      ***************************************************************** 00038500
      **       GRAVA A LINHA DE DETALHE E LE O PROXIMO PEDIDO         * 00038600
      ***************************************************************** 00038700
       200-20-GRAVA-LINHA SECTION.                                      00038800
                                                                        00038900
           WRITE ORB024-REG FROM WS-LINDET AFTER ADVANCING 1 LINE.      00039000
                                                                        00039100
           PERFORM 200-10-LE-OPTOUT THRU 200-10-EXIT.                   00039200
                                                                        00039300
           GO TO 200-20-EXIT.                                           00039400
                                                                        00039500
       200-20-EXIT.                                                     00039600
           EXIT.                                                        00039700
           EJECT                                                        00039800
      ***************************************************************** 00039900
      **       LEITURA DO PROXIMO PEDIDO DE OPT-OUT                   * 00040000
      ***************************************************************** 00040100
       200-10-LE-OPTOUT SECTION.                                        00040200
                                                                        00040300
           READ OPTFILE                                                 00040400
               AT END                                                   00040500
                   MOVE 'S' TO WS-FIM-OPTOUT-SW                         00040600
                   GO TO 200-10-EXIT.                                   00040611
                                                                        00040622
           MOVE OPTFILE-REG TO WS-REG-CONTROLE.                         00040633
                                                                        00040644
      *    O TRAILER, JA CONFERIDO, ENCERRA A LEITURA                   00040655
                                                                        00040666
           IF  WS-RCT-TRAILER                                           00040677
               MOVE 'S' TO WS-FIM-OPTOUT-SW.                            00040688
                                                                        00040700
           GO TO 200-10-EXIT.                                           00040800
                                                                        00040900
       200-10-EXIT.                                                     00041000
           EXIT.                                                        00041100
           EJECT                                                        00041200
      ***************************************************************** 00041300
      **       BUSCA O CLIENTE DO PEDIDO NA TABELA CLIENTE            * 00041400
      ***************************************************************** 00041500
       210-00-BUSCA-CLIENTE SECTION.                                    00041600
                                                                        00041700
           EXEC SQL SELECT CODIGO,                                      00041800
                           NOME                                         00041900
                    INTO   :CODIGO-CLI,                                 00042000
                           :NOME-CLI                                    00042100
                    FROM   CLIENTE                                      00042200
                    WHERE  CODIGO = :CODIGO-CLI                         00042300
           END-EXEC.                                                    00042400
                                                                        00042500
       210-99-EXIT.                                                     00042600
           EXIT.                                                        00042700
           EJECT                                                        00042800
      ***************************************************************** 00042900
      **       CODIGO DO PEDIDO NAO ESTA NA TABELA CLIENTE: SE ELE    * 00043000
      **       SAIU NUMA FUSAO (CLIENTE_FUSAO), BUSCA O SOBREVIVENTE  * 00043100
      **       E E NELE QUE A RECUSA SERA GRAVADA                     * 00043200
      ***************************************************************** 00043300
       215-00-BUSCA-FUSAO SECTION.                                      00043400
                                                                        00043500
           MOVE CODIGO-CLI TO FUS-CODIGO-SAI.                           00043600
                                                                        00043700
           EXEC SQL SELECT FUSAO_CODIGO_FICA                            00043800
                    INTO   :FUS-CODIGO-FICA                             00043900
                    FROM   CLIENTE_FUSAO                                00044000
                    WHERE  FUSAO_CODIGO_SAI = :FUS-CODIGO-SAI           00044100
           END-EXEC.                                                    00044200
                                                                        00044300
           IF  SQLCODE NOT EQUAL ZEROS                                  00044400
               GO TO 215-99-EXIT.                                       00044500
                                                                        00044600
           MOVE FUS-CODIGO-FICA TO CODIGO-CLI.                          00044700
                                                                        00044800
           PERFORM 210-00-BUSCA-CLIENTE THRU 210-99-EXIT.               00044900
                                                                        00045000
           IF  SQLCODE EQUAL ZEROS                                      00045100
               ADD  1               TO WS-CONT-SOBREVIV                 00045200
               MOVE FUS-CODIGO-FICA TO WS-LINDET-SOBREV.                00045300
                                                                        00045400
       215-99-EXIT.                                                     00045500
           EXIT.                                                        00045600
           EJECT                                                        00045700
      ***************************************************************** 00045800
      **       GRAVA A RECUSA ('N') DO CANAL: INCLUI SE NAO HA        * 00045900
      **       REGISTRO, ALTERA SE O CLIENTE CONSENTIA. NAO MEXE SE   * 00046000
      **       JA RECUSAVA OU SE O CONSENTIMENTO DADO NA TELA E       * 00046100
      **       POSTERIOR AO PEDIDO. O QUE FOR GRAVADO VAI TAMBEM      * 00046200
      **       PARA O HISTORICO, COM O MESMO CARIMBO DE DATA-HORA     * 00046300
      ***************************************************************** 00046400
       220-00-GRAVA-RECUSA SECTION.                                     00046500
                                                                        00046600
           MOVE CODIGO-CLI TO CONS-CODIGO-CNS.                          00046700
           MOVE OPT-CANAL  TO CONS-CANAL-CNS.                           00046800
                                                                        00046900
           EXEC SQL SELECT CONS_SITUACAO,                               00047000
                           CONS_DATA                                    00047100
                    INTO   :CONS-SITUACAO-CNS,                          00047200
                           :CONS-DATA-CNS                               00047300
                    FROM   CLIENTE_CONSENT                              00047400
                    WHERE  CONS_CODIGO = :CONS-CODIGO-CNS               00047500
                      AND  CONS_CANAL  = :CONS-CANAL-CNS                00047600
           END-EXEC.                                                    00047700
                                                                        00047800
           IF  SQLCODE EQUAL +100                                       00047900
               GO TO 220-10-INCLUI.                                     00048000
                                                                        00048100
           IF  SQLCODE NOT EQUAL ZEROS                                  00048200
               GO TO 220-30-ERRO.                                       00048300
                                                                        00048400
           IF  CONS-RECUSOU                                             00048500
               ADD  1               TO WS-CONT-JA-RECUSOU               00048600
               MOVE 'JA RECUSAVA'   TO WS-LINDET-RESULT                 00048700
               GO TO 220-99-EXIT.                                       00048800
                                                                        00048900
           IF  CONS-DATA-CNS GREATER WS-DATA-PEDIDO                     00049000
               ADD  1                  TO WS-CONT-OPTIN-POST            00049100
               MOVE 'OPT-IN POSTERIOR' TO WS-LINDET-RESULT              00049200
               GO TO 220-99-EXIT.                                       00049300
                                                                        00049400
           PERFORM 225-00-MONTA-RECUSA THRU 225-99-EXIT.                00049500
           MOVE 'A'           TO HIST-TIPO-OPER-CNH.                    00049600
                                                                        00049700
           EXEC SQL UPDATE CLIENTE_CONSENT                              00049800
                    SET CONS_SITUACAO  = :CONS-SITUACAO-CNS,            00049900
                        CONS_DATA      = :CONS-DATA-CNS,                00050000
                        CONS_ORIGEM    = :CONS-ORIGEM-CNS,              00050100
                        CONS_OPERADOR  = :CONS-OPERADOR-CNS,            00050200
                        CONS_TERMINAL  = :CONS-TERMINAL-CNS,            00050300
                        CONS_DATA_HORA = :CONS-DATA-HORA-CNS            00050400
                    WHERE CONS_CODIGO = :CONS-CODIGO-CNS                00050500
                      AND CONS_CANAL  = :CONS-CANAL-CNS                 00050600
           END-EXEC.                                                    00050700
                                                                        00050800
           IF  SQLCODE NOT EQUAL ZEROS                                  00050900
               GO TO 220-30-ERRO.                                       00051000
                                                                        00051100
           PERFORM 230-00-GRAVA-HISTORICO THRU 230-99-EXIT.             00051200
                                                                        00051300
           IF  SQLCODE NOT EQUAL ZEROS                                  00051400
               GO TO 220-20-ERRO-HIST.                                  00051500
                                                                        00051600
           ADD  1                  TO WS-CONT-ALTERADOS.                00051700
           MOVE 'RECUSA ALTERADA'  TO WS-LINDET-RESULT.                 00051800
                                                                        00051900
           GO TO 220-99-EXIT.                                           00052000
                                                                        00052100
       220-10-INCLUI.                                                   00052200
                                                                        00052300
           PERFORM 225-00-MONTA-RECUSA THRU 225-99-EXIT.                00052400
           MOVE 'I'           TO HIST-TIPO-OPER-CNH.                    00052500
                                                                        00052600
           EXEC SQL INSERT INTO CLIENTE_CONSENT                         00052700
                     (CONS_CODIGO, CONS_CANAL, CONS_SITUACAO,          X00052800
                      CONS_DATA, CONS_ORIGEM, CONS_OPERADOR,           X00052900
                      CONS_TERMINAL, CONS_DATA_HORA)                    00053000
                VALUES (:CONS-CODIGO-CNS, :CONS-CANAL-CNS,             X00053100
                        :CONS-SITUACAO-CNS, :CONS-DATA-CNS,            X00053200
                        :CONS-ORIGEM-CNS, :CONS-OPERADOR-CNS,          X00053300
                        :CONS-TERMINAL-CNS, :CONS-DATA-HORA-CNS)        00053400
           END-EXEC.                                                    00053500
                                                                        00053600
           IF  SQLCODE NOT EQUAL ZEROS                                  00053700
               GO TO 220-30-ERRO.                                       00053800
                                                                        00053900
           PERFORM 230-00-GRAVA-HISTORICO THRU 230-99-EXIT.             00054000
                                                                        00054100
           IF  SQLCODE NOT EQUAL ZEROS                                  00054200
               GO TO 220-20-ERRO-HIST.                                  00054300
                                                                        00054400
           ADD  1                  TO WS-CONT-INCLUIDOS.                00054500
           MOVE 'RECUSA INCLUIDA'  TO WS-LINDET-RESULT.                 00054600
                                                                        00054700
           GO TO 220-99-EXIT.                                           00054800
                                                                        00054900
       220-20-ERRO-HIST.                                                00054910
                                                                        00054920
      *    O CONSENTIMENTO JA FOI GRAVADO E O HISTORICO NAO: A CARGA    00054930
      *    PARA AQUI E O 900 DESFAZ TUDO, SEM COMMIT                    00054940
                                                                        00054950
           MOVE 'S' TO WS-ERRO-HIST-SW.                                 00054960
           MOVE 'S' TO WS-FIM-OPTOUT-SW.                                00054970
                                                                        00054980
       220-30-ERRO.                                                     00055000
                                                                        00055100
           ADD  1              TO WS-CONT-ERROS.                        00055200
           MOVE SQLCODE        TO WS-RES-SQLCODE-NR.                    00055300
           MOVE WS-RES-SQLCODE TO WS-LINDET-RESULT.                     00055400
           DISPLAY 'ORB024 - ERRO NA GRAVACAO DO CODIGO '               00055500
                   CONS-CODIGO-CNS ' SQLCODE = ' SQLCODE.               00055600
                                                                        00055700
       220-99-EXIT.                                                     00055800
           EXIT.                                                        00055900
           EJECT                                                        00056000
      ***************************************************************** 00056100
      **       MONTA O REGISTRO DE RECUSA VINDO DO FORNECEDOR         * 00056200
      ***************************************************************** 00056300
       225-00-MONTA-RECUSA SECTION.                                     00056400
                                                                        00056500
           EXEC SQL SET :WS-AGORA = CURRENT TIMESTAMP                   00056600
           END-EXEC.                                                    00056700
                                                                        00056800
           MOVE 'N'            TO CONS-SITUACAO-CNS.                    00056900
           MOVE WS-DATA-PEDIDO TO CONS-DATA-CNS.                        00057000
           MOVE 'F'            TO CONS-ORIGEM-CNS.                      00057100
           MOVE 'ORB024'       TO CONS-OPERADOR-CNS.                    00057200
           MOVE SPACES         TO CONS-TERMINAL-CNS.                    00057300
           MOVE WS-AGORA       TO CONS-DATA-HORA-CNS.                   00057400
                                                                        00057500
       225-99-EXIT.                                                     00057600
           EXIT.                                                        00057700
           EJECT                                                        00057800
      ***************************************************************** 00057900
      **       GRAVA NO CLIENTE_CONSENT_HIST A IMAGEM DO              * 00058000
      **       CONSENTIMENTO COMO FICOU                               * 00058100
      ***************************************************************** 00058200
       230-00-GRAVA-HISTORICO SECTION.                                  00058300
                                                                        00058400
           MOVE CONS-CODIGO-CNS    TO CONS-CODIGO-CNH.                  00058500
           MOVE CONS-CANAL-CNS     TO CONS-CANAL-CNH.                   00058600
           MOVE CONS-SITUACAO-CNS  TO CONS-SITUACAO-CNH.                00058700
           MOVE CONS-DATA-CNS      TO CONS-DATA-CNH.                    00058800
           MOVE CONS-ORIGEM-CNS    TO CONS-ORIGEM-CNH.                  00058900
           MOVE CONS-OPERADOR-CNS  TO CONS-OPERADOR-CNH.                00059000
           MOVE CONS-TERMINAL-CNS  TO CONS-TERMINAL-CNH.                00059100
           MOVE CONS-DATA-HORA-CNS TO HIST-DATA-HORA-CNH.               00059200
                                                                        00059300
           EXEC SQL INSERT INTO CLIENTE_CONSENT_HIST                    00059400
                     (CONS_CODIGO, CONS_CANAL, CONS_SITUACAO,          X00059500
                      CONS_DATA, CONS_ORIGEM, CONS_OPERADOR,           X00059600
                      CONS_TERMINAL, HIST_DATA_HORA, HIST_TIPO_OPER)    00059700
                VALUES (:CONS-CODIGO-CNH, :CONS-CANAL-CNH,             X00059800
                        :CONS-SITUACAO-CNH, :CONS-DATA-CNH,            X00059900
                        :CONS-ORIGEM-CNH, :CONS-OPERADOR-CNH,          X00060000
                        :CONS-TERMINAL-CNH, :HIST-DATA-HORA-CNH,       X00060100
                        :HIST-TIPO-OPER-CNH)                            00060200
           END-EXEC.                                                    00060300
                                                                        00060400
       230-99-EXIT.                                                     00060500
           EXIT.                                                        00060600
           EJECT                                                        00060700
      ***************************************************************** 00060800
      **       COMMIT FINAL, RESUMO DO RELATORIO E FECHAMENTO DOS     * 00060900
      **       ARQUIVOS                                               * 00061000
      ***************************************************************** 00061100
       900-00-TERMINO SECTION.                                          00061200
                                                                        00061300
           IF  WS-ERRO-ABERTURA                                         00061400
               CLOSE OPTFILE                                            00061500
               CLOSE RELATORIO                                          00061600
               CLOSE RUNCTL                                             00061700
               GO TO 900-99-EXIT.                                       00061800
                                                                        00061810
           IF  WS-ERRO-HIST                                             00061820
               GO TO 900-50-DESFAZ.                                     00061830
                                                                        00061900
           EXEC SQL COMMIT END-EXEC.                                    00062000
                                                                        00062100
           MOVE WS-CONT-LIDOS       TO WS-LINRES1-QTD.                  00062200
           WRITE ORB024-REG FROM WS-LINRES1 AFTER ADVANCING 2 LINES.    00062300
                                                                        00062400
           MOVE WS-CONT-INCLUIDOS   TO WS-LINRES2-QTD.                  00062500
           WRITE ORB024-REG FROM WS-LINRES2 AFTER ADVANCING 1 LINE.     00062600
                                                                        00062700
           MOVE WS-CONT-ALTERADOS   TO WS-LINRES3-QTD.                  00062800
           WRITE ORB024-REG FROM WS-LINRES3 AFTER ADVANCING 1 LINE.     00062900
                                                                        00063000
           MOVE WS-CONT-JA-RECUSOU  TO WS-LINRES4-QTD.                  00063100
           WRITE ORB024-REG FROM WS-LINRES4 AFTER ADVANCING 1 LINE.     00063200
                                                                        00063300
           MOVE WS-CONT-OPTIN-POST  TO WS-LINRES5-QTD.                  00063400
           WRITE ORB024-REG FROM WS-LINRES5 AFTER ADVANCING 1 LINE.     00063500
                                                                        00063600
           MOVE WS-CONT-NAO-ENCONTR TO WS-LINRES6-QTD.                  00063700
           WRITE ORB024-REG FROM WS-LINRES6 AFTER ADVANCING 1 LINE.     00063800
                                                                        00063900
           MOVE WS-CONT-ERROS       TO WS-LINRES7-QTD.                  00064000
           WRITE ORB024-REG FROM WS-LINRES7 AFTER ADVANCING 1 LINE.     00064100
                                                                        00064200
           MOVE WS-CONT-SOBREVIV    TO WS-LINRES8-QTD.                  00064300
           WRITE ORB024-REG FROM WS-LINRES8 AFTER ADVANCING 1 LINE.     00064400
                                                                        00064500
           CLOSE OPTFILE.                                               00064600
           CLOSE RELATORIO.                                             00064700
                                                                        00064800
           PERFORM 950-00-GRAVA-RUNCTL THRU 950-99-EXIT.                00064900
                                                                        00065000
           DISPLAY 'ORB024 - PEDIDOS LIDOS........: ' WS-CONT-LIDOS.    00065100
           DISPLAY 'ORB024 - OPT-OUT INCLUIDOS....: '                   00065200
                   WS-CONT-INCLUIDOS.                                   00065300
           DISPLAY 'ORB024 - OPT-OUT ALTERADOS....: '                   00065400
                   WS-CONT-ALTERADOS.                                   00065500
           DISPLAY 'ORB024 - JA RECUSAVA..........: '                   00065600
                   WS-CONT-JA-RECUSOU.                                  00065700
           DISPLAY 'ORB024 - OPT-IN POSTERIOR.....: '                   00065800
                   WS-CONT-OPTIN-POST.                                  00065900
           DISPLAY 'ORB024 - NAO ENCONTRADOS......: '                   00066000
                   WS-CONT-NAO-ENCONTR.                                 00066100
           DISPLAY 'ORB024 - ERROS................: ' WS-CONT-ERROS.    00066200
           DISPLAY 'ORB024 - DESVIADOS P/ SOBREV..: '                   00066300
                   WS-CONT-SOBREVIV.                                    00066400
                                                                        00066405
           GO TO 900-99-EXIT.                                           00066410
                                                                        00066415
       900-50-DESFAZ.                                                   00066420
                                                                        00066425
           EXEC SQL ROLLBACK END-EXEC.                                  00066430
                                                                        00066435
           CLOSE OPTFILE.                                               00066440
           CLOSE RELATORIO.                                             00066445
                                                                        00066450
           IF  WS-RUNCTL-ABERTO                                         00066455
               CLOSE RUNCTL.                                            00066460
                                                                        00066465
           DISPLAY 'ORB024 - ERRO NO CLIENTE_CONSENT_HIST. NADA FOI '   00066470
                   'GRAVADO E O RUNCTL NAO FOI ATUALIZADO; '            00066475
                   'REEXECUTAR O JOB'.                                  00066480
           MOVE 16 TO RETURN-CODE.                                      00066485
                                                                        00066500
       900-99-EXIT.                                                     00066600
           EXIT.                                                        00066700
           EJECT                                                        00066800
      ***************************************************************** 00066900
      **       GRAVA O REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL) COM  * 00067000
      **       OS CONTADORES DO JOB. AS RECUSAS INCLUIDAS SAO OS      * 00067100
      **       GRAVADOS E AS ALTERADAS OS ATUALIZADOS; JA RECUSAVA,   * 00067200
      **       OPT-IN POSTERIOR, NAO ENCONTRADOS E ERROS SOMAM NOS    * 00067300
      **       REJEITADOS                                             * 00067400
      ***************************************************************** 00067500
       950-00-GRAVA-RUNCTL SECTION.                                     00067600
                                                                        00067700
           IF  NOT WS-RUNCTL-ABERTO OR WS-ERRO-ABERTURA                 00067800
               GO TO 950-99-EXIT.                                       00067900
                                                                        00068000
           MOVE SPACES        TO RUNCTL-REG.                            00068100
           MOVE 'ORB024'      TO CTL-JOB.                               00068200
           MOVE WS-DATA-HOJE  TO CTL-DATA.                              00068300
           MOVE 'OPTFILE'     TO CTL-INPUT.                             00068400
           MOVE WS-CONT-LIDOS TO CTL-LIDOS.                             00068500
           MOVE WS-CONT-INCLUIDOS TO CTL-GRAVADOS.                      00068600
           MOVE WS-CONT-ALTERADOS TO CTL-ATUALIZADOS.                   00068700
           COMPUTE CTL-REJEITADOS =                                     00068800
               WS-CONT-JA-RECUSOU + WS-CONT-OPTIN-POST                  00068900
             + WS-CONT-NAO-ENCONTR + WS-CONT-ERROS.                     00069000
                                                                        00069100
           WRITE RUNCTL-REG                                             00069200
               INVALID KEY                                              00069300
                   DISPLAY 'ORB024 - ERRO AO GRAVAR O RUNCTL, '         00069400
                           'FILE STATUS = ' WS-RUNCTL-STATUS.           00069500
                                                                        00069600
           PERFORM 960-00-GRAVA-CTL-ARQUIVO THRU 960-99-EXIT.           00069633
                                                                        00069666
           CLOSE RUNCTL.                                                00069700
                                                                        00069800
       950-99-EXIT.                                                     00069900
           EXIT.                                                        00070000
           EJECT                                                        00070100
      ***************************************************************** 00070200
      **       GRAVA NO RUNCTL O CONTROLE DO ARQUIVO DE               * 00070300
      **       INTERFACE: O REGISTRO DO DIA (NOME DO ARQUIVO +        * 00070400
      **       DATA DE HOJE) COM A SEQUENCIA, A QUANTIDADE            * 00070500
      **       CONTADA (LIDOS), A DO TRAILER (GRAVADOS) E A           * 00070600
      **       SITUACAO, PARA O BATIMENTO DA NOITE (ORB015); E,       * 00070700
      **       COM O ARQUIVO ACEITO, A ULTIMA SEQUENCIA NO            * 00070800
      **       REGISTRO DO ARQUIVO COM DATA 0001-01-01                * 00070900
      ***************************************************************** 00071000
       960-00-GRAVA-CTL-ARQUIVO SECTION.                                00071100
                                                                        00071200
           IF  NOT WS-RUNCTL-ABERTO                                     00071300
               GO TO 960-99-EXIT.                                       00071400
                                                                        00071500
           MOVE WS-ARQ-NOME  TO WS-AUX-JOB.                             00071600
           MOVE WS-DATA-HOJE TO WS-AUX-DATA.                            00071700
           PERFORM 965-00-GRAVA-CHAVE THRU 965-99-EXIT.                 00071800
                                                                        00071900
           IF  NOT WS-ARQ-OK                                            00072000
               GO TO 960-99-EXIT.                                       00072100
                                                                        00072200
           MOVE '0001-01-01' TO WS-AUX-DATA.                            00072300
           PERFORM 965-00-GRAVA-CHAVE THRU 965-99-EXIT.                 00072400
                                                                        00072500
       960-99-EXIT.                                                     00072600
           EXIT.                                                        00072700
                                                                        00072800
       965-00-GRAVA-CHAVE SECTION.                                      00072900
                                                                        00073000
           MOVE WS-CTL-CHAVE-AUX TO CTL-CHAVE.                          00073100
           MOVE 'N'              TO WS-CTL-NOVO-SW.                     00073200
                                                                        00073300
           READ RUNCTL                                                  00073400
               INVALID KEY                                              00073500
                   MOVE 'S' TO WS-CTL-NOVO-SW.                          00073600
                                                                        00073700
           MOVE SPACES           TO RUNCTL-REG.                         00073800
           MOVE WS-CTL-CHAVE-AUX TO CTL-CHAVE.                          00073900
           MOVE 'ORB024'         TO CTL-INPUT.                          00074000
           MOVE WS-ARQ-QTD       TO CTL-LIDOS.                          00074100
           MOVE WS-ARQ-QTD-TRL   TO CTL-GRAVADOS.                       00074200
           MOVE ZEROS            TO CTL-ATUALIZADOS CTL-REJEITADOS.     00074300
           MOVE WS-ARQ-SEQUENCIA TO CTL-ARQ-SEQ.                        00074400
           MOVE WS-ARQ-SIT       TO CTL-ARQ-SIT.                        00074500
                                                                        00074600
           IF  WS-CTL-NOVO                                              00074700
               WRITE RUNCTL-REG                                         00074800
                   INVALID KEY                                          00074900
                       DISPLAY 'ORB024 - ERRO AO GRAVAR O RUNCTL, '     00075000
                               'FILE STATUS = ' WS-RUNCTL-STATUS        00075100
           ELSE                                                         00075200
               REWRITE RUNCTL-REG                                       00075300
                   INVALID KEY                                          00075400
                       DISPLAY 'ORB024 - ERRO AO REGRAVAR O RUNCTL, '   00075500
                               'FILE STATUS = ' WS-RUNCTL-STATUS.       00075600
                                                                        00075700
       965-99-EXIT.                                                     00075800
           EXIT.                                                        00075900
           EJECT                                                        00076000
      ***************************************************************** 00076100
      **       CONFERENCIA DO OPTFILE ANTES DE QUALQUER ATUALIZACAO:  * 00076200
      **       O PRIMEIRO REGISTRO TEM DE SER O HEADER DO OPTFILE,    * 00076300
      **       COM DATA VALIDA E NAO POSTERIOR A HOJE, E O ULTIMO O   * 00076400
      **       TRAILER, COM A QUANTIDADE E O TOTAL DOS CODIGOS        * 00076500
      **       IGUAIS AOS CONTADOS; A SEQUENCIA DO HEADER TEM DE SER  * 00076600
      **       A SEGUINTE A ULTIMA ACEITA (RUNCTL). ARQUIVO RECUSADO  * 00076700
      **       CANCELA O JOB NA HORA (RC=16)                          * 00076800
      ***************************************************************** 00076900
       070-00-CONFERE-OPTFILE SECTION.                                  00077000
                                                                        00077100
           MOVE 'OPTFILE' TO WS-ARQ-NOME.                               00077200
           MOVE ZEROS     TO WS-ARQ-SEQUENCIA WS-ARQ-QTD                00077300
                             WS-ARQ-QTD-TRL WS-ARQ-HASH.                00077400
                                                                        00077500
           OPEN INPUT OPTFILE.                                          00077600
                                                                        00077700
      *    ERRO DE ABERTURA E TRATADO NA ABERTURA DO PROCESSAMENTO      00077800
                                                                        00077900
           IF  WS-OPT-STATUS NOT EQUAL '00'                             00078000
               GO TO 070-99-EXIT.                                       00078100
                                                                        00078200
           READ OPTFILE                                                 00078300
               AT END                                                   00078400
                   MOVE 'SH' TO WS-ARQ-SIT                              00078500
                   GO TO 070-90-RECUSA.                                 00078600
                                                                        00078700
           MOVE OPTFILE-REG TO WS-REG-CONTROLE.                         00078800
                                                                        00078900
           IF  NOT WS-RCT-HEADER                                        00079000
               OR WS-RCT-ARQUIVO NOT EQUAL 'OPTFILE'                    00079100
               OR WS-RCT-SEQUENCIA NOT NUMERIC                          00079200
               MOVE 'SH' TO WS-ARQ-SIT                                  00079300
               GO TO 070-90-RECUSA.                                     00079400
                                                                        00079500
           MOVE WS-RCT-SEQUENCIA TO WS-ARQ-SEQUENCIA.                   00079600
                                                                        00079700
      *    DATA DO HEADER NO MESMO FORMATO DA DATA DO PEDIDO            00079800
                                                                        00079900
           MOVE WS-RCT-DATA TO WS-DATA-PEDIDO.                          00080000
                                                                        00080100
           IF  WS-PED-ANO NOT NUMERIC OR WS-PED-MES NOT NUMERIC         00080200
                                      OR WS-PED-DIA NOT NUMERIC         00080300
               MOVE 'SH' TO WS-ARQ-SIT                                  00080400
               GO TO 070-90-RECUSA.                                     00080500
                                                                        00080600
           IF  WS-PED-TRACO1 NOT EQUAL '-'                              00080700
            OR WS-PED-TRACO2 NOT EQUAL '-'                              00080800
            OR WS-PED-MES LESS 01 OR WS-PED-MES GREATER 12              00080900
            OR WS-PED-DIA LESS 01 OR WS-PED-DIA GREATER 31              00081000
            OR WS-PED-ANO LESS 1900                                     00081100
            OR WS-DATA-PEDIDO GREATER WS-DATA-HOJE                      00081200
               MOVE 'SH' TO WS-ARQ-SIT                                  00081300
               GO TO 070-90-RECUSA.                                     00081400
                                                                        00081500
           PERFORM 075-00-CONTA-OPTFILE THRU 075-99-EXIT                00081600
               UNTIL WS-FIM-OPTOUT OR WS-RCT-TRAILER.                   00081700
                                                                        00081800
           IF  NOT WS-RCT-TRAILER                                       00081900
               MOVE 'ST' TO WS-ARQ-SIT                                  00082000
               GO TO 070-90-RECUSA.                                     00082100
                                                                        00082200
           MOVE WS-RCT-QTD TO WS-ARQ-QTD-TRL.                           00082300
                                                                        00082400
           IF  WS-RCT-QTD NOT EQUAL WS-ARQ-QTD                          00082500
               OR WS-RCT-HASH NOT EQUAL WS-ARQ-HASH                     00082600
               MOVE 'QT' TO WS-ARQ-SIT                                  00082700
               GO TO 070-90-RECUSA.                                     00082800
                                                                        00082900
           IF  NOT WS-RUNCTL-ABERTO                                     00083000
               DISPLAY 'ORB024 - RUNCTL INDISPONIVEL, SEQUENCIA DO '    00083100
                       'OPTFILE NAO CONFERIDA'                          00083200
               GO TO 070-80-ACEITA.                                     00083300
                                                                        00083400
      *    SEM REGISTRO DE SEQUENCIA O ARQUIVO E O PRIMEIRO RECEBIDO    00083500
                                                                        00083600
           MOVE WS-ARQ-NOME  TO CTL-JOB.                                00083700
           MOVE '0001-01-01' TO CTL-DATA.                               00083800
                                                                        00083900
           READ RUNCTL                                                  00084000
               INVALID KEY                                              00084100
                   GO TO 070-80-ACEITA.                                 00084200
                                                                        00084300
           IF  WS-ARQ-SEQUENCIA NOT GREATER THAN CTL-ARQ-SEQ            00084400
               MOVE 'JP' TO WS-ARQ-SIT                                  00084500
               GO TO 070-90-RECUSA.                                     00084600
                                                                        00084700
           IF  WS-ARQ-SEQUENCIA GREATER THAN CTL-ARQ-SEQ + 1            00084800
               MOVE 'SQ' TO WS-ARQ-SIT                                  00084900
               GO TO 070-90-RECUSA.                                     00085000
                                                                        00085100
       070-80-ACEITA.                                                   00085200
                                                                        00085300
           CLOSE OPTFILE.                                               00085400
                                                                        00085500
           MOVE 'OK' TO WS-ARQ-SIT.                                     00085600
           MOVE 'N'  TO WS-FIM-OPTOUT-SW.                               00085700
                                                                        00085800
           DISPLAY 'ORB024 - OPTFILE SEQUENCIA ' WS-ARQ-SEQUENCIA       00085900
                   ' CONFERIDO COM ' WS-ARQ-QTD ' REGISTROS'.           00086000
                                                                        00086100
           GO TO 070-99-EXIT.                                           00086200
                                                                        00086300
       070-90-RECUSA.                                                   00086400
                                                                        00086500
           CLOSE OPTFILE.                                               00086600
                                                                        00086700
           DISPLAY 'ORB024 - OPTFILE RECUSADO, SITUACAO ' WS-ARQ-SIT    00086800
                   ' SEQUENCIA ' WS-ARQ-SEQUENCIA                       00086900
                   '. EXECUCAO CANCELADA'.                              00087000
                                                                        00087100
      *    SO O CONTROLE DO ARQUIVO E GRAVADO: SEM O REGISTRO DO JOB    00087200
      *    O OPTFILE CORRIGIDO PODE SER REPROCESSADO NO MESMO DIA       00087300
                                                                        00087400
           PERFORM 960-00-GRAVA-CTL-ARQUIVO THRU 960-99-EXIT.           00087500
                                                                        00087600
           IF  WS-RUNCTL-ABERTO                                         00087700
               CLOSE RUNCTL.                                            00087800
                                                                        00087900
           MOVE 16 TO RETURN-CODE.                                      00088000
                                                                        00088100
           STOP RUN.                                                    00088200
                                                                        00088300
       070-99-EXIT.                                                     00088400
           EXIT.                                                        00088500
                                                                        00088600
       075-00-CONTA-OPTFILE SECTION.                                    00088700
                                                                        00088800
           READ OPTFILE                                                 00088900
               AT END                                                   00089000
                   MOVE 'S' TO WS-FIM-OPTOUT-SW                         00089100
                   GO TO 075-99-EXIT.                                   00089200
                                                                        00089300
           MOVE OPTFILE-REG TO WS-REG-CONTROLE.                         00089400
                                                                        00089500
           IF  WS-RCT-TRAILER                                           00089600
               GO TO 075-99-EXIT.                                       00089700
                                                                        00089800
           ADD 1 TO WS-ARQ-QTD.                                         00089900
                                                                        00090000
           IF  OPT-CODIGO NUMERIC                                       00090100
               ADD OPT-CODIGO-N TO WS-ARQ-HASH.                         00090200
                                                                        00090300
       075-99-EXIT.                                                     00090400
           EXIT.                                                        00090500
