       ID DIVISION.                                                     00000100
       PROGRAM-ID. ORB021.                                              00000200
       AUTHOR.     DTS SOFTWARE.                                        00000300
      *REMARKS.    ***************************************************  00000400
      *            * RELATORIO DE CLIENTES COM CEP DIVERGENTE: CONFE-*  00000500
      *            * RE O CEP DE CADA CLIENTE CONTRA O DIRETORIO DE  *  00000600
      *            * CEPS (OR04FILE) E LISTA O CLIENTE CUJO CEP E DE *  00000700
      *            * OUTRA UF, DE OUTRA CIDADE OU NAO CONSTA DO      *  00000800
      *            * DIRETORIO. RODADO UMA VEZ PARA O SANEAMENTO DO  *  00000900
      *            * PASSIVO E DEPOIS TODO MES, APOS A CARGA DO      *  00001000
      *            * DIRETORIO (ORB020)                              *  00001100
      *            ***************************************************  00001200
                                                                        00001300
       ENVIRONMENT DIVISION.                                            00001400
       CONFIGURATION SECTION.                                           00001500
       SPECIAL-NAMES.                                                   00001600
           DECIMAL-POINT IS COMMA.                                      00001700
       INPUT-OUTPUT SECTION.                                            00001800
       FILE-CONTROL.                                                    00001900
           SELECT OR04FILE  ASSIGN TO OR04FILE                          00002000
               ORGANIZATION IS INDEXED                                  00002100
               ACCESS MODE  IS RANDOM                                   00002200
               RECORD KEY   IS OR04-CEP                                 00002300
               FILE STATUS  IS WS-OR04-STATUS.                          00002400
                                                                        00002500
           SELECT RELATORIO ASSIGN TO RELAT                             00002600
               ORGANIZATION IS SEQUENTIAL                               00002700
               FILE STATUS  IS WS-RELAT-STATUS.                         00002800
                                                                        00002900
       DATA DIVISION.                                                   00003000
       FILE SECTION.                                                    00003100
       FD  OR04FILE                                                     00003200
           LABEL RECORDS ARE STANDARD.                                  00003300
       01  OR04-REG.                                                    00003400
           05  OR04-CEP                PIC 9(08).                       00003500
           05  OR04-LOGRADOURO         PIC X(40).                       00003600
           05  OR04-BAIRRO             PIC X(30).                       00003700
           05  OR04-CIDADE             PIC X(20).                       00003800
           05  OR04-UF                 PIC X(02).                       00003900
                                                                        00004000
       FD  RELATORIO                                                    00004100
           LABEL RECORDS ARE OMITTED.                                   00004200
       01  ORB021-REG              PIC X(132).                          00004300
                                                                        00004400
       WORKING-STORAGE SECTION.                                         00004500
       77  WS00-INICIO   PIC X(32) VALUE '*** INICIO DA WORKING ***'.   00004600
                                                                        00004700
       77  WS-OR04-STATUS       PIC X(02) VALUE SPACES.                 00004800
       77  WS-RELAT-STATUS      PIC X(02) VALUE SPACES.                 00004900
                                                                        00005000
       01  WS-SWITCHES.                                                 00005100
           05  WS-FIM-CLIENTE-SW      PIC X(01) VALUE 'N'.              00005200
               88  WS-FIM-CLIENTE               VALUE 'S'.              00005300
           05  WS-DIVERGENCIA-SW      PIC X(01) VALUE ' '.              00005400
               88  WS-SEM-DIVERGENCIA           VALUE ' '.              00005500
               88  WS-DIVERGE-UF                VALUE 'U'.              00005600
               88  WS-DIVERGE-CIDADE            VALUE 'C'.              00005700
               88  WS-CEP-AUSENTE               VALUE 'A'.              00005800
           05  WS-ERRO-ABERTURA-SW    PIC X(01) VALUE 'N'.              00005833
               88  WS-ERRO-ABERTURA             VALUE 'S'.              00005866
                                                                        00005900
       77  WS-CONT-LIDOS     PIC S9(07) COMP VALUE ZEROS.               00006000
       77  WS-CONT-EXCECOES  PIC S9(07) COMP VALUE ZEROS.               00006100
       77  WS-CONT-DIV-UF    PIC S9(07) COMP VALUE ZEROS.               00006200
       77  WS-CONT-DIV-CID   PIC S9(07) COMP VALUE ZEROS.               00006300
       77  WS-CONT-AUSENTE   PIC S9(07) COMP VALUE ZEROS.               00006400
                                                                        00006500
       01  WS-CAB1.                                                     00006600
           05  FILLER  PIC X(35) VALUE SPACES.                          00006700
           05  FILLER  PIC X(60) VALUE                                  00006800
               'RELATORIO DE CLIENTES COM CEP DIVERGENTE DO DIRETORIO'. 00006900
                                                                        00007000
       01  WS-CAB2.                                                     00007100
           05  FILLER  PIC X(09) VALUE 'CODIGO'.                        00007200
           05  FILLER  PIC X(32) VALUE 'NOME'.                          00007300
           05  FILLER  PIC X(02) VALUE 'S'.                             00007400
           05  FILLER  PIC X(10) VALUE 'CEP'.                           00007500
           05  FILLER  PIC X(04) VALUE 'UF'.                            00007600
           05  FILLER  PIC X(22) VALUE 'CIDADE DO CLIENTE'.             00007700
           05  FILLER  PIC X(04) VALUE 'UF'.                            00007800
           05  FILLER  PIC X(22) VALUE 'CIDADE DO CEP'.                 00007900
           05  FILLER  PIC X(20) VALUE 'DIVERGENCIA'.                   00008000
                                                                        00008100
       01  WS-LINDET.                                                   00008200
           05  WS-LINDET-CODIGO  PIC ZZZZZZ9.                           00008300
           05  FILLER            PIC X(02) VALUE SPACES.                00008400
           05  WS-LINDET-NOME    PIC X(30).                             00008500
           05  FILLER            PIC X(02) VALUE SPACES.                00008600
           05  WS-LINDET-SITUAC  PIC X(01).                             00008700
           05  FILLER            PIC X(01) VALUE SPACES.                00008800
           05  WS-LINDET-CEP     PIC 9(08).                             00008900
           05  FILLER            PIC X(02) VALUE SPACES.                00009000
           05  WS-LINDET-ESTADO  PIC X(02).                             00009100
           05  FILLER            PIC X(02) VALUE SPACES.                00009200
           05  WS-LINDET-CIDADE  PIC X(20).                             00009300
           05  FILLER            PIC X(02) VALUE SPACES.                00009400
           05  WS-LINDET-CEP-UF  PIC X(02).                             00009500
           05  FILLER            PIC X(02) VALUE SPACES.                00009600
           05  WS-LINDET-CEP-CID PIC X(20).                             00009700
           05  FILLER            PIC X(02) VALUE SPACES.                00009800
           05  WS-LINDET-TIPO    PIC X(20).                             00009900
                                                                        00010000
       01  WS-LINRES1.                                                  00010100
           05  FILLER         PIC X(22) VALUE 'CLIENTES LIDOS.......:'. 00010200
           05  WS-LINRES1-QTD PIC ZZZ.ZZ9.                              00010300
                                                                        00010400
       01  WS-LINRES2.                                                  00010500
           05  FILLER         PIC X(22) VALUE 'CEPS DIVERGENTES.....:'. 00010600
           05  WS-LINRES2-QTD PIC ZZZ.ZZ9.                              00010700
                                                                        00010800
       01  WS-LINRES3.                                                  00010900
           05  FILLER         PIC X(22) VALUE '  UF DIVERGENTE......:'. 00011000
           05  WS-LINRES3-QTD PIC ZZZ.ZZ9.                              00011100
                                                                        00011200
       01  WS-LINRES4.                                                  00011300
           05  FILLER         PIC X(22) VALUE '  CIDADE DIVERGENTE..:'. 00011400
           05  WS-LINRES4-QTD PIC ZZZ.ZZ9.                              00011500
                                                                        00011600
       01  WS-LINRES5.                                                  00011700
           05  FILLER         PIC X(22) VALUE '  CEP NAO CADASTRADO.:'. 00011800
           05  WS-LINRES5-QTD PIC ZZZ.ZZ9.                              00011900
                                                                        00012000
           EXEC SQL INCLUDE CLIENTE END-EXEC.                           00012100
                                                                        00012200
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00012300
                                                                        00012400
       77  WS00-FIM      PIC X(32) VALUE '***  FIM DA WORKING  ***'.    00012500
           EJECT                                                        00012600
                                                                        00012700
       PROCEDURE DIVISION.                                              00012800
                                                                        00012900
      ***************************************************************** 00013000
      **       ROTINA PRINCIPAL                                      *  00013100
      ***************************************************************** 00013200
       000-00-MAINLINE SECTION.                                         00013300
                                                                        00013400
           PERFORM 100-00-INICIO   THRU 100-99-EXIT.                    00013500
                                                                        00013600
           PERFORM 200-00-PROCESSA THRU 200-99-EXIT                     00013700
               UNTIL WS-FIM-CLIENTE.                                    00013800
                                                                        00013900
           PERFORM 900-00-TERMINO  THRU 900-99-EXIT.                    00014000
                                                                        00014100
           STOP RUN.                                                    00014200
           EJECT                                                        00014300
      ***************************************************************** 00014400
      **       ABERTURA DE ARQUIVOS E DO CURSOR, CABECALHO DO         * 00014500
      **       RELATORIO E LEITURA DO PRIMEIRO CLIENTE                * 00014600
      ***************************************************************** 00014700
       100-00-INICIO SECTION.                                           00014800
                                                                        00014900
           OPEN INPUT  OR04FILE.                                        00015000
           OPEN OUTPUT RELATORIO.                                       00015100
                                                                        00015200
           IF  WS-OR04-STATUS NOT EQUAL '00'                            00015300
               DISPLAY 'ORB021 - ERRO AO ABRIR O OR04FILE, '            00015400
                       'FILE STATUS = ' WS-OR04-STATUS                  00015500
               MOVE 'S' TO WS-FIM-CLIENTE-SW                            00015600
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00015633
               MOVE 16  TO RETURN-CODE                                  00015666
               GO TO 100-99-EXIT.                                       00015700
                                                                        00015800
           IF  WS-RELAT-STATUS NOT EQUAL '00'                           00015900
               DISPLAY 'ORB021 - ERRO AO ABRIR O RELATORIO, '           00016000
                       'FILE STATUS = ' WS-RELAT-STATUS                 00016100
               MOVE 'S' TO WS-FIM-CLIENTE-SW                            00016200
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00016233
               MOVE 16  TO RETURN-CODE                                  00016266
               GO TO 100-99-EXIT.                                       00016300
                                                                        00016400
           WRITE ORB021-REG FROM WS-CAB1 AFTER ADVANCING PAGE.          00016500
           WRITE ORB021-REG FROM WS-CAB2 AFTER ADVANCING 2 LINES.       00016600
                                                                        00016700
           EXEC SQL DECLARE CUR-CLIENTE CURSOR FOR                      00016800
               SELECT CODIGO, NOME, CIDADE, ESTADO, CEP, SITUACAO       00016900
                 FROM CLIENTE                                           00017000
                ORDER BY ESTADO, CIDADE, CODIGO                         00017100
           END-EXEC.                                                    00017200
                                                                        00017300
           EXEC SQL OPEN CUR-CLIENTE END-EXEC.                          00017400
                                                                        00017500
           IF  SQLCODE NOT EQUAL ZEROS                                  00017600
               DISPLAY 'ORB021 - ERRO AO ABRIR O CURSOR CUR-CLIENTE, '  00017700
                       'SQLCODE = ' SQLCODE                             00017800
               MOVE 'S' TO WS-FIM-CLIENTE-SW                            00017900
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00017925
               MOVE 16  TO RETURN-CODE                                  00017950
               GO TO 100-99-EXIT.                                       00017975
                                                                        00018000
           PERFORM 200-10-LE-CLIENTE THRU 200-10-EXIT.                  00018100
                                                                        00018200
       100-99-EXIT.                                                     00018300
           EXIT.                                                        00018400
           EJECT                                                        00018500
      ***************************************************************** 00018600
      **       CONFERE O CEP DO CLIENTE CONTRA O OR04FILE E IMPRIME   * 00018700
      **       UMA LINHA DE EXCECAO QUANDO O CEP E DE OUTRA UF, DE    * 00018800
      **       OUTRA CIDADE OU NAO ESTA NO DIRETORIO                  * 00018900
      ***************************************************************** 00019000
       200-00-PROCESSA SECTION.                                         00019100
                                                                        00019200
           ADD 1 TO WS-CONT-LIDOS.                                      00019300
                                                                        00019400
           MOVE SPACES  TO WS-DIVERGENCIA-SW.                           00019500
           MOVE CEP-CLI TO OR04-CEP.                                    00019600
                                                                        00019700
           READ OR04FILE                                                00019800
               INVALID KEY                                              00019900
                   MOVE 'A'    TO WS-DIVERGENCIA-SW                     00020000
                   MOVE SPACES TO OR04-UF OR04-CIDADE.                  00020100
                                                                        00020200
           IF  WS-SEM-DIVERGENCIA                                       00020300
               IF  OR04-UF NOT EQUAL ESTADO-CLI                         00020400
                   MOVE 'U' TO WS-DIVERGENCIA-SW                        00020500
               ELSE                                                     00020600
                   IF  OR04-CIDADE NOT EQUAL CIDADE-CLI                 00020700
                       MOVE 'C' TO WS-DIVERGENCIA-SW.                   00020800
                                                                        00020900
           IF  WS-SEM-DIVERGENCIA                                       00021000
               GO TO 200-90-PROXIMO.                                    00021100
                                                                        00021200
           ADD  1            TO  WS-CONT-EXCECOES.                      00021300
           MOVE CODIGO-CLI   TO  WS-LINDET-CODIGO.                      00021400
           MOVE NOME-CLI     TO  WS-LINDET-NOME.                        00021500
           MOVE SITUACAO-CLI TO  WS-LINDET-SITUAC.                      00021600
           MOVE CEP-CLI      TO  WS-LINDET-CEP.                         00021700
           MOVE ESTADO-CLI   TO  WS-LINDET-ESTADO.                      00021800
           MOVE CIDADE-CLI   TO  WS-LINDET-CIDADE.                      00021900
           MOVE OR04-UF      TO  WS-LINDET-CEP-UF.                      00022000
           MOVE OR04-CIDADE  TO  WS-LINDET-CEP-CID.                     00022100
                                                                        00022200
           IF  WS-DIVERGE-UF                                            00022300
               ADD  1 TO WS-CONT-DIV-UF                                 00022400
               MOVE 'UF DIVERGENTE' TO WS-LINDET-TIPO                   00022500
           ELSE                                                         00022600
               IF  WS-DIVERGE-CIDADE                                    00022700
                   ADD  1 TO WS-CONT-DIV-CID                            00022800
                   MOVE 'CIDADE DIVERGENTE' TO WS-LINDET-TIPO           00022900
               ELSE                                                     00023000
                   ADD  1 TO WS-CONT-AUSENTE                            00023100
                   MOVE 'CEP NAO CADASTRADO' TO WS-LINDET-TIPO.         00023200
                                                                        00023300
           WRITE ORB021-REG FROM WS-LINDET AFTER ADVANCING 1 LINE.      00023400
                                                                        00023500
       200-90-PROXIMO.                                                  00023600
                                                                        00023700
           PERFORM 200-10-LE-CLIENTE THRU 200-10-EXIT.                  00023800
                                                                        00023900
           GO TO 200-99-EXIT.                                           00024000
                                                                        00024100
       200-99-EXIT.                                                     00024200
           EXIT.                                                        00024300
           EJECT                                                        00024400
      ***************************************************************** 00024500
      **       LEITURA DO PROXIMO CLIENTE VIA CURSOR CUR-CLIENTE      * 00024600
      ***************************************************************** 00024700
       200-10-LE-CLIENTE SECTION.                                       00024800
                                                                        00024900
           EXEC SQL FETCH CUR-CLIENTE                                   00025000
                    INTO :CODIGO-CLI, :NOME-CLI, :CIDADE-CLI,           00025100
                         :ESTADO-CLI, :CEP-CLI, :SITUACAO-CLI           00025200
           END-EXEC.                                                    00025300
                                                                        00025400
           IF  SQLCODE EQUAL ZEROS                                      00025500
               NEXT SENTENCE                                            00025600
           ELSE                                                         00025700
               IF  SQLCODE EQUAL +100                                   00025800
                   MOVE 'S' TO WS-FIM-CLIENTE-SW                        00025900
               ELSE                                                     00026000
                   DISPLAY 'ORB021 - ERRO NO FETCH DE CUR-CLIENTE, '    00026100
                           'SQLCODE = ' SQLCODE                         00026200
                   MOVE 'S' TO WS-FIM-CLIENTE-SW.                       00026300
                                                                        00026400
           GO TO 200-10-EXIT.                                           00026500
                                                                        00026600
       200-10-EXIT.                                                     00026700
           EXIT.                                                        00026800
           EJECT                                                        00026900
      ***************************************************************** 00027000
      **       FECHAMENTO DO CURSOR E DOS ARQUIVOS, IMPRESSAO DO      * 00027100
      **       RESUMO FINAL DO RELATORIO                              * 00027200
      ***************************************************************** 00027300
       900-00-TERMINO SECTION.                                          00027400
                                                                        00027500
           IF  WS-ERRO-ABERTURA                                         00027520
               CLOSE OR04FILE RELATORIO                                 00027540
               GO TO 900-99-EXIT.                                       00027560
                                                                        00027580
           EXEC SQL CLOSE CUR-CLIENTE END-EXEC.                         00027600
                                                                        00027700
           MOVE WS-CONT-LIDOS    TO WS-LINRES1-QTD.                     00027800
           WRITE ORB021-REG FROM WS-LINRES1 AFTER ADVANCING 2 LINES.    00027900
                                                                        00028000
           MOVE WS-CONT-EXCECOES TO WS-LINRES2-QTD.                     00028100
           WRITE ORB021-REG FROM WS-LINRES2 AFTER ADVANCING 1 LINE.     00028200
                                                                        00028300
           MOVE WS-CONT-DIV-UF   TO WS-LINRES3-QTD.                     00028400
           WRITE ORB021-REG FROM WS-LINRES3 AFTER ADVANCING 1 LINE.     00028500
                                                                        00028600
           MOVE WS-CONT-DIV-CID  TO WS-LINRES4-QTD.                     00028700
           WRITE ORB021-REG FROM WS-LINRES4 AFTER ADVANCING 1 LINE.     00028800
                                                                        00028900
           MOVE WS-CONT-AUSENTE  TO WS-LINRES5-QTD.                     00029000
           WRITE ORB021-REG FROM WS-LINRES5 AFTER ADVANCING 1 LINE.     00029100
                                                                        00029200
           CLOSE OR04FILE.                                              00029300
           CLOSE RELATORIO.                                             00029400
                                                                        00029500
           DISPLAY 'ORB021 - CLIENTES LIDOS.......: ' WS-CONT-LIDOS.    00029600
           DISPLAY 'ORB021 - CEPS DIVERGENTES.....: '                   00029700
                   WS-CONT-EXCECOES.                                    00029800
           DISPLAY 'ORB021 -   UF DIVERGENTE......: ' WS-CONT-DIV-UF.   00029900
           DISPLAY 'ORB021 -   CIDADE DIVERGENTE..: ' WS-CONT-DIV-CID.  00030000
           DISPLAY 'ORB021 -   CEP NAO CADASTRADO.: ' WS-CONT-AUSENTE.  00030100
                                                                        00030200
       900-99-EXIT.                                                     00030300
           EXIT.                                                        00030400
