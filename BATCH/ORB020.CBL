       ID DIVISION.                                                     00000100
       PROGRAM-ID. ORB020.                                              00000200
       AUTHOR.     DTS SOFTWARE.                                        00000300
      *REMARKS.    ***************************************************  00000400
      *            * CARGA MENSAL DO DIRETORIO DE CEPS (OR04FILE) A  *  00000500
      *            * PARTIR DO ARQUIVO DE LOGRADOUROS DOS CORREIOS   *  00000600
      *            * (CEPDNE). O OR04FILE E RECRIADO POR INTEIRO A   *  00000700
      *            * CADA CARGA, CHAVE CEP, COM LOGRADOURO, BAIRRO,  *  00000800
      *            * CIDADE E UF EM MAIUSCULAS E SEM ACENTO. SAO     *  00000900
      *            * RECUSADOS O CEP NAO NUMERICO OU ZERADO, A UF    *  00001000
      *            * FORA DO OR02FILE, A CIDADE FORA DO OR03FILE E O *  00001100
      *            * CEP REPETIDO                                    *  00001200
      *            ***************************************************  00001300
                                                                        00001400
       ENVIRONMENT DIVISION.                                            00001500
       CONFIGURATION SECTION.                                           00001600
       SPECIAL-NAMES.                                                   00001700
           DECIMAL-POINT IS COMMA.                                      00001800
       INPUT-OUTPUT SECTION.                                            00001900
       FILE-CONTROL.                                                    00002000
           SELECT CEPDNE    ASSIGN TO CEPDNE                            00002100
               ORGANIZATION IS SEQUENTIAL                               00002200
               FILE STATUS  IS WS-DNE-STATUS.                           00002300
                                                                        00002400
           SELECT OR02FILE  ASSIGN TO OR02FILE                          00002500
               ORGANIZATION IS INDEXED                                  00002600
               ACCESS MODE  IS RANDOM                                   00002700
               RECORD KEY   IS OR02-SIGLA                               00002800
               FILE STATUS  IS WS-OR02-STATUS.                          00002900
                                                                        00003000
           SELECT OR03FILE  ASSIGN TO OR03FILE                          00003100
               ORGANIZATION IS INDEXED                                  00003200
               ACCESS MODE  IS RANDOM                                   00003300
               RECORD KEY   IS OR03-CHAVE                               00003400
               FILE STATUS  IS WS-OR03-STATUS.                          00003500
                                                                        00003600
           SELECT OR04FILE  ASSIGN TO OR04FILE                          00003700
               ORGANIZATION IS INDEXED                                  00003800
               ACCESS MODE  IS RANDOM                                   00003900
               RECORD KEY   IS OR04-CEP                                 00004000
               FILE STATUS  IS WS-OR04-STATUS.                          00004100
                                                                        00004200
           SELECT RELATORIO ASSIGN TO RELAT                             00004300
               ORGANIZATION IS SEQUENTIAL                               00004400
               FILE STATUS  IS WS-RELAT-STATUS.                         00004500
                                                                        00004600
       DATA DIVISION.                                                   00004700
       FILE SECTION.                                                    00004800
       FD  CEPDNE                                                       00004900
           LABEL RECORDS ARE STANDARD.                                  00005000
       01  DNE-REG.                                                     00005100
           05  DNE-CEP                 PIC 9(08).                       00005200
           05  DNE-CEP-X   REDEFINES   DNE-CEP                          00005300
                                       PIC X(08).                       00005400
           05  DNE-LOGRADOURO          PIC X(60).                       00005500
           05  DNE-BAIRRO              PIC X(40).                       00005600
           05  DNE-CIDADE              PIC X(40).                       00005700
           05  DNE-UF                  PIC X(02).                       00005800
           05  FILLER                  PIC X(10).                       00005900
                                                                        00006000
       FD  OR02FILE                                                     00006100
           LABEL RECORDS ARE STANDARD.                                  00006200
       01  OR02-REG.                                                    00006300
           05  OR02-SIGLA              PIC X(02).                       00006400
           05  OR02-NOME-EST           PIC X(25).                       00006500
                                                                        00006600
       FD  OR03FILE                                                     00006700
           LABEL RECORDS ARE STANDARD.                                  00006800
       01  OR03-REG.                                                    00006900
           05  OR03-CHAVE.                                              00007000
               10  OR03-ESTADO         PIC X(02).                       00007100
               10  OR03-CIDADE         PIC X(20).                       00007200
                                                                        00007300
       FD  OR04FILE                                                     00007400
           LABEL RECORDS ARE STANDARD.                                  00007500
       01  OR04-REG.                                                    00007600
           05  OR04-CEP                PIC 9(08).                       00007700
           05  OR04-LOGRADOURO         PIC X(40).                       00007800
           05  OR04-BAIRRO             PIC X(30).                       00007900
           05  OR04-CIDADE             PIC X(20).                       00008000
           05  OR04-UF                 PIC X(02).                       00008100
                                                                        00008200
       FD  RELATORIO                                                    00008300
           LABEL RECORDS ARE OMITTED.                                   00008400
       01  ORB020-REG              PIC X(80).                           00008500
                                                                        00008600
       WORKING-STORAGE SECTION.                                         00008700
       77  WS00-INICIO   PIC X(32) VALUE '*** INICIO DA WORKING ***'.   00008800
                                                                        00008900
       77  WS-DNE-STATUS        PIC X(02) VALUE SPACES.                 00009000
       77  WS-OR02-STATUS       PIC X(02) VALUE SPACES.                 00009100
       77  WS-OR03-STATUS       PIC X(02) VALUE SPACES.                 00009200
       77  WS-OR04-STATUS       PIC X(02) VALUE SPACES.                 00009300
       77  WS-RELAT-STATUS      PIC X(02) VALUE SPACES.                 00009400
                                                                        00009500
       01  WS-SWITCHES.                                                 00009600
           05  WS-FIM-DNE-SW          PIC X(01) VALUE 'N'.              00009700
               88  WS-FIM-DNE                   VALUE 'S'.              00009800
           05  WS-ERRO-ABERTURA-SW    PIC X(01) VALUE 'N'.              00009900
               88  WS-ERRO-ABERTURA             VALUE 'S'.              00010000
                                                                        00010100
       77  WS-CONT-LIDOS     PIC S9(07) COMP VALUE ZEROS.               00010200
       77  WS-CONT-GRAVADOS  PIC S9(07) COMP VALUE ZEROS.               00010300
       77  WS-CONT-REJ-CEP   PIC S9(07) COMP VALUE ZEROS.               00010400
       77  WS-CONT-REJ-UF    PIC S9(07) COMP VALUE ZEROS.               00010500
       77  WS-CONT-REJ-DUPL  PIC S9(07) COMP VALUE ZEROS.               00010600
       77  WS-CONT-REJ-CID   PIC S9(07) COMP VALUE ZEROS.               00010700
                                                                        00010800
       01  WS-MINUSCULAS   PIC X(26) VALUE                              00010900
           'abcdefghijklmnopqrstuvwxyz'.                                00011000
       01  WS-MAIUSCULAS   PIC X(26) VALUE                              00011100
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                                00011200
                                                                        00011210
      *    VOGAIS ACENTUADAS, C CEDILHA E N TIL DO ARQUIVO DOS CORREIOS 00011220
      *    (MAIUSCULAS E MINUSCULAS) E AS LETRAS SEM ACENTO             00011230
       01  WS-ACENTUADAS   PIC X(48) VALUE                              00011240
           ''.          00011260
       01  WS-SEM-ACENTO   PIC X(48) VALUE                              00011290
           'AAAAACEEEEIIIINOOOOOUUUUAAAAACEEEEIIIINOOOOOUUUU'.          00011295
                                                                        00011300
       01  WS-CAB1.                                                     00011400
           05  FILLER  PIC X(15) VALUE SPACES.                          00011500
           05  FILLER  PIC X(50) VALUE                                  00011600
               'CARGA DO DIRETORIO DE CEPS - OCORRENCIAS'.              00011700
                                                                        00011800
       01  WS-CAB2.                                                     00011900
           05  FILLER  PIC X(10) VALUE 'CEP'.                           00012000
           05  FILLER  PIC X(04) VALUE 'UF'.                            00012100
           05  FILLER  PIC X(22) VALUE 'CIDADE'.                        00012200
           05  FILLER  PIC X(30) VALUE 'OCORRENCIA'.                    00012300
                                                                        00012400
       01  WS-LINDET.                                                   00012500
           05  WS-LINDET-CEP     PIC X(08).                             00012600
           05  FILLER            PIC X(02) VALUE SPACES.                00012700
           05  WS-LINDET-UF      PIC X(02).                             00012800
           05  FILLER            PIC X(02) VALUE SPACES.                00012900
           05  WS-LINDET-CIDADE  PIC X(20).                             00013000
           05  FILLER            PIC X(02) VALUE SPACES.                00013100
           05  WS-LINDET-OCORR   PIC X(30).                             00013200
                                                                        00013300
       01  WS-LINRES1.                                                  00013400
           05  FILLER         PIC X(20) VALUE 'REGISTROS LIDOS....:'.   00013500
           05  WS-LINRES1-QTD PIC ZZZ.ZZ9.                              00013600
                                                                        00013700
       01  WS-LINRES2.                                                  00013800
           05  FILLER         PIC X(20) VALUE 'CEPS CARREGADOS....:'.   00013900
           05  WS-LINRES2-QTD PIC ZZZ.ZZ9.                              00014000
                                                                        00014100
       01  WS-LINRES3.                                                  00014200
           05  FILLER         PIC X(20) VALUE 'CEP INVALIDO.......:'.   00014300
           05  WS-LINRES3-QTD PIC ZZZ.ZZ9.                              00014400
                                                                        00014500
       01  WS-LINRES4.                                                  00014600
           05  FILLER         PIC X(20) VALUE 'UF NAO CADASTRADA..:'.   00014700
           05  WS-LINRES4-QTD PIC ZZZ.ZZ9.                              00014800
                                                                        00014900
       01  WS-LINRES5.                                                  00015000
           05  FILLER         PIC X(20) VALUE 'CEP REPETIDO.......:'.   00015100
           05  WS-LINRES5-QTD PIC ZZZ.ZZ9.                              00015200
                                                                        00015300
       01  WS-LINRES6.                                                  00015400
           05  FILLER         PIC X(20) VALUE 'CIDADE FORA OR03...:'.   00015500
           05  WS-LINRES6-QTD PIC ZZZ.ZZ9.                              00015600
                                                                        00015700
       77  WS00-FIM      PIC X(32) VALUE '***  FIM DA WORKING  ***'.    00015800
           EJECT                                                        00015900
                                                                        00016000
       PROCEDURE DIVISION.                                              00016100
                                                                        00016200
      ***************************************************************** 00016300
      **       ROTINA PRINCIPAL                                      *  00016400
      ***************************************************************** 00016500
       000-00-MAINLINE SECTION.                                         00016600
                                                                        00016700
           PERFORM 100-00-INICIO   THRU 100-99-EXIT.                    00016800
                                                                        00016900
           PERFORM 200-00-PROCESSA THRU 200-99-EXIT                     00017000
               UNTIL WS-FIM-DNE.                                        00017100
                                                                        00017200
           PERFORM 900-00-TERMINO  THRU 900-99-EXIT.                    00017300
                                                                        00017400
           STOP RUN.                                                    00017500
           EJECT                                                        00017600
      ***************************************************************** 00017700
      **       ABERTURA DOS ARQUIVOS (O OR04FILE E RECRIADO VAZIO),   * 00017800
      **       CABECALHO DO RELATORIO E LEITURA DO PRIMEIRO REGISTRO  * 00017900
      ***************************************************************** 00018000
       100-00-INICIO SECTION.                                           00018100
                                                                        00018200
           OPEN INPUT  CEPDNE.                                          00018300
           OPEN INPUT  OR02FILE.                                        00018400
           OPEN INPUT  OR03FILE.                                        00018500
           OPEN OUTPUT OR04FILE.                                        00018600
           OPEN OUTPUT RELATORIO.                                       00018700
                                                                        00018800
           IF  WS-DNE-STATUS NOT EQUAL '00'                             00018900
               DISPLAY 'ORB020 - ERRO AO ABRIR O CEPDNE, '              00019000
                       'FILE STATUS = ' WS-DNE-STATUS                   00019100
               MOVE 'S' TO WS-FIM-DNE-SW                                00019200
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00019300
               MOVE 16  TO RETURN-CODE                                  00019400
               GO TO 100-99-EXIT.                                       00019500
                                                                        00019600
           IF  WS-OR02-STATUS NOT EQUAL '00'                            00019700
               DISPLAY 'ORB020 - ERRO AO ABRIR O OR02FILE, '            00019800
                       'FILE STATUS = ' WS-OR02-STATUS                  00019900
               MOVE 'S' TO WS-FIM-DNE-SW                                00020000
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00020100
               MOVE 16  TO RETURN-CODE                                  00020200
               GO TO 100-99-EXIT.                                       00020300
                                                                        00020400
           IF  WS-OR03-STATUS NOT EQUAL '00'                            00020500
               DISPLAY 'ORB020 - ERRO AO ABRIR O OR03FILE, '            00020600
                       'FILE STATUS = ' WS-OR03-STATUS                  00020700
               MOVE 'S' TO WS-FIM-DNE-SW                                00020800
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00020900
               MOVE 16  TO RETURN-CODE                                  00021000
               GO TO 100-99-EXIT.                                       00021100
                                                                        00021200
           IF  WS-OR04-STATUS NOT EQUAL '00'                            00021300
               DISPLAY 'ORB020 - ERRO AO ABRIR O OR04FILE, '            00021400
                       'FILE STATUS = ' WS-OR04-STATUS                  00021500
               MOVE 'S' TO WS-FIM-DNE-SW                                00021600
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00021700
               MOVE 16  TO RETURN-CODE                                  00021800
               GO TO 100-99-EXIT.                                       00021900
                                                                        00022000
           IF  WS-RELAT-STATUS NOT EQUAL '00'                           00022100
               DISPLAY 'ORB020 - ERRO AO ABRIR O RELATORIO, '           00022200
                       'FILE STATUS = ' WS-RELAT-STATUS                 00022300
               MOVE 'S' TO WS-FIM-DNE-SW                                00022400
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00022500
               MOVE 16  TO RETURN-CODE                                  00022600
               GO TO 100-99-EXIT.                                       00022700
                                                                        00022800
           WRITE ORB020-REG FROM WS-CAB1 AFTER ADVANCING PAGE.          00022900
           WRITE ORB020-REG FROM WS-CAB2 AFTER ADVANCING 2 LINES.       00023000
                                                                        00023100
           PERFORM 200-10-LE-DNE THRU 200-10-EXIT.                      00023200
                                                                        00023300
       100-99-EXIT.                                                     00023400
           EXIT.                                                        00023500
           EJECT                                                        00023600
      ***************************************************************** 00023700
      **       CRITICA UM REGISTRO DOS CORREIOS E GRAVA O CEP NO      * 00023800
      **       OR04FILE. OS RECUSADOS SAEM NO RELATORIO               * 00023900
      ***************************************************************** 00024000
       200-00-PROCESSA SECTION.                                         00024100
                                                                        00024200
           ADD 1 TO WS-CONT-LIDOS.                                      00024300
                                                                        00024400
           INSPECT DNE-LOGRADOURO CONVERTING WS-ACENTUADAS              00024410
                                          TO WS-SEM-ACENTO.             00024420
           INSPECT DNE-BAIRRO     CONVERTING WS-ACENTUADAS              00024430
                                          TO WS-SEM-ACENTO.             00024440
           INSPECT DNE-CIDADE     CONVERTING WS-ACENTUADAS              00024450
                                          TO WS-SEM-ACENTO.             00024460
           INSPECT DNE-LOGRADOURO CONVERTING WS-MINUSCULAS              00024500
                                          TO WS-MAIUSCULAS.             00024600
           INSPECT DNE-BAIRRO     CONVERTING WS-MINUSCULAS              00024700
                                          TO WS-MAIUSCULAS.             00024800
           INSPECT DNE-CIDADE     CONVERTING WS-MINUSCULAS              00024900
                                          TO WS-MAIUSCULAS.             00025000
           INSPECT DNE-UF         CONVERTING WS-MINUSCULAS              00025100
                                          TO WS-MAIUSCULAS.             00025200
                                                                        00025300
           MOVE DNE-CEP-X  TO WS-LINDET-CEP.                            00025400
           MOVE DNE-UF     TO WS-LINDET-UF.                             00025500
           MOVE DNE-CIDADE TO WS-LINDET-CIDADE.                         00025600
                                                                        00025700
           IF  DNE-CEP NOT NUMERIC OR DNE-CEP EQUAL ZEROS               00025800
               ADD  1 TO WS-CONT-REJ-CEP                                00025900
               MOVE 'RECUSADO - CEP INVALIDO' TO WS-LINDET-OCORR        00026000
               WRITE ORB020-REG FROM WS-LINDET AFTER ADVANCING 1 LINE   00026100
               GO TO 200-90-PROXIMO.                                    00026200
                                                                        00026300
           MOVE DNE-UF TO OR02-SIGLA.                                   00026400
                                                                        00026500
           READ OR02FILE                                                00026600
               INVALID KEY                                              00026700
                   ADD  1 TO WS-CONT-REJ-UF                             00026800
                   MOVE 'RECUSADO - UF NAO CADASTRADA'                  00026900
                                        TO WS-LINDET-OCORR              00027000
                   WRITE ORB020-REG FROM WS-LINDET                      00027100
                                        AFTER ADVANCING 1 LINE          00027200
                   GO TO 200-90-PROXIMO.                                00027300
                                                                        00027400
           MOVE DNE-UF     TO OR03-ESTADO.                              00027410
           MOVE DNE-CIDADE TO OR03-CIDADE.                              00027420
                                                                        00027430
           READ OR03FILE                                                00027440
               INVALID KEY                                              00027450
                   ADD  1 TO WS-CONT-REJ-CID                            00027460
                   MOVE 'RECUSADO - CIDADE FORA DO OR03'                00027470
                                        TO WS-LINDET-OCORR              00027480
                   WRITE ORB020-REG FROM WS-LINDET                      00027490
                                        AFTER ADVANCING 1 LINE          00027492
                   GO TO 200-90-PROXIMO.                                00027494
                                                                        00027496
           MOVE DNE-CEP        TO OR04-CEP.                             00027500
           MOVE DNE-LOGRADOURO TO OR04-LOGRADOURO.                      00027600
           MOVE DNE-BAIRRO     TO OR04-BAIRRO.                          00027700
           MOVE DNE-CIDADE     TO OR04-CIDADE.                          00027800
           MOVE DNE-UF         TO OR04-UF.                              00027900
                                                                        00028000
           WRITE OR04-REG                                               00028100
               INVALID KEY                                              00028200
                   ADD  1 TO WS-CONT-REJ-DUPL                           00028300
                   MOVE 'RECUSADO - CEP REPETIDO' TO WS-LINDET-OCORR    00028400
                   WRITE ORB020-REG FROM WS-LINDET                      00028500
                                        AFTER ADVANCING 1 LINE          00028600
                   GO TO 200-90-PROXIMO.                                00028700
                                                                        00028800
           ADD 1 TO WS-CONT-GRAVADOS.                                   00028900
                                                                        00030000
       200-90-PROXIMO.                                                  00030100
                                                                        00030200
           PERFORM 200-10-LE-DNE THRU 200-10-EXIT.                      00030300
                                                                        00030400
           GO TO 200-99-EXIT.                                           00030500
                                                                        00030600
       200-99-EXIT.                                                     00030700
           EXIT.                                                        00030800
           EJECT                                                        00030900
      ***************************************************************** 00031000
      **       LEITURA DO PROXIMO REGISTRO DOS CORREIOS               * 00031100
      ***************************************************************** 00031200
       200-10-LE-DNE SECTION.                                           00031300
                                                                        00031400
           READ CEPDNE                                                  00031500
               AT END                                                   00031600
                   MOVE 'S' TO WS-FIM-DNE-SW.                           00031700
                                                                        00031800
           GO TO 200-10-EXIT.                                           00031900
                                                                        00032000
       200-10-EXIT.                                                     00032100
           EXIT.                                                        00032200
           EJECT                                                        00032300
      ***************************************************************** 00032400
      **       FECHAMENTO DOS ARQUIVOS E RESUMO DA CARGA              * 00032500
      ***************************************************************** 00032600
       900-00-TERMINO SECTION.                                          00032700
                                                                        00032800
           IF  WS-ERRO-ABERTURA                                         00032900
               CLOSE CEPDNE OR02FILE OR03FILE OR04FILE RELATORIO        00033000
               GO TO 900-99-EXIT.                                       00033100
                                                                        00033200
           MOVE WS-CONT-LIDOS    TO WS-LINRES1-QTD.                     00033300
           WRITE ORB020-REG FROM WS-LINRES1 AFTER ADVANCING 2 LINES.    00033400
                                                                        00033500
           MOVE WS-CONT-GRAVADOS TO WS-LINRES2-QTD.                     00033600
           WRITE ORB020-REG FROM WS-LINRES2 AFTER ADVANCING 1 LINE.     00033700
                                                                        00033800
           MOVE WS-CONT-REJ-CEP  TO WS-LINRES3-QTD.                     00033900
           WRITE ORB020-REG FROM WS-LINRES3 AFTER ADVANCING 1 LINE.     00034000
                                                                        00034100
           MOVE WS-CONT-REJ-UF   TO WS-LINRES4-QTD.                     00034200
           WRITE ORB020-REG FROM WS-LINRES4 AFTER ADVANCING 1 LINE.     00034300
                                                                        00034400
           MOVE WS-CONT-REJ-DUPL TO WS-LINRES5-QTD.                     00034500
           WRITE ORB020-REG FROM WS-LINRES5 AFTER ADVANCING 1 LINE.     00034600
                                                                        00034700
           MOVE WS-CONT-REJ-CID  TO WS-LINRES6-QTD.                     00034800
           WRITE ORB020-REG FROM WS-LINRES6 AFTER ADVANCING 1 LINE.     00034900
                                                                        00035000
           CLOSE CEPDNE.                                                00035100
           CLOSE OR02FILE.                                              00035200
           CLOSE OR03FILE.                                              00035300
           CLOSE OR04FILE.                                              00035400
           CLOSE RELATORIO.                                             00035500
                                                                        00035600
           DISPLAY 'ORB020 - REGISTROS LIDOS......: ' WS-CONT-LIDOS.    00035700
           DISPLAY 'ORB020 - CEPS CARREGADOS......: ' WS-CONT-GRAVADOS. 00035800
           DISPLAY 'ORB020 - CEP INVALIDO.........: ' WS-CONT-REJ-CEP.  00035900
           DISPLAY 'ORB020 - UF NAO CADASTRADA....: ' WS-CONT-REJ-UF.   00036000
           DISPLAY 'ORB020 - CEP REPETIDO.........: ' WS-CONT-REJ-DUPL. 00036100
           DISPLAY 'ORB020 - CIDADE FORA DO OR03..: ' WS-CONT-REJ-CID.  00036200
                                                                        00036300
           IF  WS-CONT-GRAVADOS EQUAL ZEROS                             00036400
               DISPLAY 'ORB020 - NENHUM CEP CARREGADO. VERIFIQUE O '    00036500
                       'ARQUIVO DOS CORREIOS'                           00036600
               MOVE 8 TO RETURN-CODE.                                   00036700
                                                                        00036800
       900-99-EXIT.                                                     00036900
           EXIT.                                                        00037000
