       ID DIVISION.                                                     00000100
       PROGRAM-ID. ORB022.                                              00000200
       AUTHOR.     DTS SOFTWARE.                                        00000300
      *REMARKS.    ***************************************************  00000400
      *            * RECONSTITUICAO DO CADASTRO DE CLIENTES NUMA     *  00000500
      *            * DATA PASSADA. O CARTAO RECPARM TRAZ A DATA DE   *  00000600
      *            * REFERENCIA E, OPCIONALMENTE, UMA LISTA DE       *  00000700
      *            * CODIGOS; SEM LISTA VALE TODA A BASE. O HISTARCH *  00000800
      *            * (GERACOES DESCARREGADAS PELO ORB016), O         *  00000900
      *            * CLIENTE_HIST E O CLIENTE ATUAL SAO ORDENADOS    *  00001000
      *            * POR CODIGO E DATA DO EVENTO: A IMAGEM NA DATA E *  00001100
      *            * A IMAGEM ANTERIOR DO PRIMEIRO EVENTO POSTERIOR  *  00001200
      *            * A ELA OU, SEM EVENTO POSTERIOR, O CADASTRO      *  00001300
      *            * ATUAL. O EXTRATO RECEXT TEM O LEIAUTE DO        *  00001400
      *            * MAILEXT MAIS A SITUACAO NA DATA; O RELATORIO    *  00001500
      *            * DIZ SE CADA CLIENTE EXISTIA (ATIVO/INATIVO),    *  00001600
      *            * JA TINHA SIDO EXCLUIDO OU AINDA NAO EXISTIA     *  00001700
      *            ***************************************************  00001800
                                                                        00001900
       ENVIRONMENT DIVISION.                                            00002000
       CONFIGURATION SECTION.                                           00002100
       SPECIAL-NAMES.                                                   00002200
           DECIMAL-POINT IS COMMA.                                      00002300
       INPUT-OUTPUT SECTION.                                            00002400
       FILE-CONTROL.                                                    00002500
           SELECT RECPARM   ASSIGN TO RECPARM                           00002600
               ORGANIZATION IS SEQUENTIAL                               00002700
               FILE STATUS  IS WS-PARM-STATUS.                          00002800
                                                                        00002900
           SELECT HISTARCH  ASSIGN TO HISTARCH                          00003000
               ORGANIZATION IS SEQUENTIAL                               00003100
               FILE STATUS  IS WS-ARCH-STATUS.                          00003200
                                                                        00003300
           SELECT OR02FILE  ASSIGN TO OR02FILE                          00003400
               ORGANIZATION IS INDEXED                                  00003500
               ACCESS MODE  IS RANDOM                                   00003600
               RECORD KEY   IS OR02-SIGLA                               00003700
               FILE STATUS  IS WS-OR02-STATUS.                          00003800
                                                                        00003900
           SELECT RECEXT    ASSIGN TO RECEXT                            00004000
               ORGANIZATION IS SEQUENTIAL                               00004100
               FILE STATUS  IS WS-RECEXT-STATUS.                        00004200
                                                                        00004300
           SELECT RELATORIO ASSIGN TO RELAT                             00004400
               ORGANIZATION IS SEQUENTIAL                               00004500
               FILE STATUS  IS WS-RELAT-STATUS.                         00004600
                                                                        00004700
           SELECT SRTWORK   ASSIGN TO SORTWK01.                         00004800
                                                                        00004900
       DATA DIVISION.                                                   00005000
       FILE SECTION.                                                    00005100
       FD  RECPARM                                                      00005200
           LABEL RECORDS ARE STANDARD.                                  00005300
       01  RECPARM-REG.                                                 00005400
           05  RPD-DATA-REF        PIC X(10).                           00005500
           05  FILLER              PIC X(70).                           00005600
       01  RECPARM-COD.                                                 00005700
           05  RPC-CODIGO          PIC X(07).                           00005800
           05  FILLER              PIC X(73).                           00005900
                                                                        00006000
       FD  HISTARCH                                                     00006100
           LABEL RECORDS ARE STANDARD.                                  00006200
       01  HISTARCH-REG.                                                00006300
           05  ARC-CODIGO          PIC 9(07).                           00006400
           05  ARC-NOME            PIC X(30).                           00006500
           05  ARC-ENDERECO        PIC X(30).                           00006600
           05  ARC-CIDADE          PIC X(20).                           00006700
           05  ARC-ESTADO          PIC X(02).                           00006800
           05  ARC-CEP             PIC 9(08).                           00006900
           05  ARC-TELEFONE        PIC X(15).                           00007000
           05  ARC-EMAIL           PIC X(40).                           00007100
           05  ARC-DATA-ULT        PIC X(26).                           00007200
           05  ARC-SITUACAO        PIC X(01).                           00007300
           05  ARC-OPERADOR        PIC X(08).                           00007400
           05  ARC-TERMINAL        PIC X(04).                           00007500
           05  ARC-DATA-HORA       PIC X(26).                           00007600
           05  ARC-TIPO-OPER       PIC X(01).                           00007700
           05  ARC-END-INV         PIC X(01).                           00007800
           05  ARC-EMA-INV         PIC X(01).                           00007900
           05  ARC-END-DATA        PIC X(10).                           00008000
           05  ARC-EMA-DATA        PIC X(10).                           00008100
                                                                        00008200
       FD  OR02FILE                                                     00008300
           LABEL RECORDS ARE STANDARD.                                  00008400
       01  OR02-REG.                                                    00008500
           05  OR02-SIGLA          PIC X(02).                           00008600
           05  OR02-NOME-EST       PIC X(25).                           00008700
                                                                        00008800
       FD  RECEXT                                                       00008900
           LABEL RECORDS ARE STANDARD.                                  00009000
       01  RECEXT-REG.                                                  00009100
           05  RECEXT-CODIGO       PIC 9(07).                           00009200
           05  RECEXT-NOME         PIC X(30).                           00009300
           05  RECEXT-ENDERECO     PIC X(30).                           00009400
           05  RECEXT-CIDADE       PIC X(20).                           00009500
           05  RECEXT-ESTADO       PIC X(02).                           00009600
           05  RECEXT-NOME-EST     PIC X(25).                           00009700
           05  RECEXT-CEP          PIC 9(08).                           00009800
           05  RECEXT-TELEFONE     PIC X(15).                           00009900
           05  RECEXT-EMAIL        PIC X(40).                           00010000
           05  RECEXT-TIPO-END     PIC X(01).                           00010050
           05  RECEXT-SITUACAO     PIC X(01).                           00010100
           05  RECEXT-DATA-REF     PIC X(10).                           00010200
                                                                        00010300
       FD  RELATORIO                                                    00010400
           LABEL RECORDS ARE OMITTED.                                   00010500
       01  ORB022-REG              PIC X(132).                          00010600
                                                                        00010700
       SD  SRTWORK.                                                     00010800
       01  SRT-REG.                                                     00010900
           05  SRT-CODIGO          PIC 9(07).                           00011000
           05  SRT-DATA-HORA.                                           00011100
               10  SRT-DATA        PIC X(10).                           00011200
               10  FILLER          PIC X(16).                           00011300
           05  SRT-ORIGEM          PIC X(01).                           00011400
               88  SRT-DO-ARQUIVO            VALUE 'A'.                 00011500
               88  SRT-DO-HISTORICO          VALUE 'H'.                 00011600
               88  SRT-DO-CADASTRO           VALUE 'C'.                 00011700
           05  SRT-TIPO-OPER       PIC X(01).                           00011800
           05  SRT-NOME            PIC X(30).                           00011900
           05  SRT-ENDERECO        PIC X(30).                           00012000
           05  SRT-CIDADE          PIC X(20).                           00012100
           05  SRT-ESTADO          PIC X(02).                           00012200
           05  SRT-CEP             PIC 9(08).                           00012300
           05  SRT-TELEFONE        PIC X(15).                           00012400
           05  SRT-EMAIL           PIC X(40).                           00012500
           05  SRT-SITUACAO        PIC X(01).                           00012600
                                                                        00012700
       WORKING-STORAGE SECTION.                                         00012800
       77  WS00-INICIO   PIC X(32) VALUE '*** INICIO DA WORKING ***'.   00012900
                                                                        00013000
       77  WS-PARM-STATUS       PIC X(02) VALUE SPACES.                 00013100
       77  WS-ARCH-STATUS       PIC X(02) VALUE SPACES.                 00013200
           88  WS-ARCH-NAO-EXISTE         VALUE '35'.                   00013300
       77  WS-OR02-STATUS       PIC X(02) VALUE SPACES.                 00013400
       77  WS-RECEXT-STATUS     PIC X(02) VALUE SPACES.                 00013500
       77  WS-RELAT-STATUS      PIC X(02) VALUE SPACES.                 00013600
                                                                        00013700
       01  WS-SWITCHES.                                                 00013800
           05  WS-FIM-PARM-SW         PIC X(01) VALUE 'N'.              00013900
               88  WS-FIM-PARM                  VALUE 'S'.              00014000
           05  WS-FIM-ARCH-SW         PIC X(01) VALUE 'N'.              00014100
               88  WS-FIM-ARCH                  VALUE 'S'.              00014200
           05  WS-FIM-HIST-SW         PIC X(01) VALUE 'N'.              00014300
               88  WS-FIM-HIST                  VALUE 'S'.              00014400
           05  WS-FIM-CLIENTE-SW      PIC X(01) VALUE 'N'.              00014500
               88  WS-FIM-CLIENTE               VALUE 'S'.              00014600
           05  WS-FIM-SORT-SW         PIC X(01) VALUE 'N'.              00014700
               88  WS-FIM-SORT                  VALUE 'S'.              00014800
           05  WS-ERRO-ABERTURA-SW    PIC X(01) VALUE 'N'.              00014900
               88  WS-ERRO-ABERTURA             VALUE 'S'.              00015000
           05  WS-ERRO-SQL-SW         PIC X(01) VALUE 'N'.              00015100
               88  WS-ERRO-SQL                  VALUE 'S'.              00015200
           05  WS-PEDIDO-SW           PIC X(01) VALUE 'N'.              00015300
               88  WS-PEDIDO                    VALUE 'S'.              00015400
           05  WS-ACHOU-DEPOIS-SW     PIC X(01) VALUE 'N'.              00015500
               88  WS-ACHOU-DEPOIS              VALUE 'S'.              00015600
                                                                        00015700
       01  WS-DATA-REF          PIC X(10) VALUE SPACES.                 00015800
       01  WS-DATA-REF-RED      REDEFINES WS-DATA-REF.                  00015900
           05  WS-REF-ANO       PIC X(04).                              00016000
           05  WS-REF-TRACO1    PIC X(01).                              00016100
           05  WS-REF-MES       PIC X(02).                              00016200
           05  WS-REF-TRACO2    PIC X(01).                              00016300
           05  WS-REF-DIA       PIC X(02).                              00016400
                                                                        00016500
       01  WS-TS-MAXIMO         PIC X(26) VALUE                         00016600
           '9999-12-31-23.59.59.999999'.                                00016700
                                                                        00016800
       01  WS-DATA-AMD          PIC X(08) VALUE SPACES.                 00016900
       01  WS-DATA-AMD-RED      REDEFINES WS-DATA-AMD.                  00017000
           05  WS-AMD-ANO       PIC X(04).                              00017100
           05  WS-AMD-MES       PIC X(02).                              00017200
           05  WS-AMD-DIA       PIC X(02).                              00017300
                                                                        00017400
       01  WS-DATA-HOJE.                                                00017500
           05  WS-HOJE-ANO      PIC X(04).                              00017600
           05  FILLER           PIC X(01) VALUE '-'.                    00017700
           05  WS-HOJE-MES      PIC X(02).                              00017800
           05  FILLER           PIC X(01) VALUE '-'.                    00017900
           05  WS-HOJE-DIA      PIC X(02).                              00018000
                                                                        00018100
       77  WS-LISTA-MAX      PIC S9(04) COMP VALUE +500.                00018200
       77  WS-LISTA-USADOS   PIC S9(04) COMP VALUE ZEROS.               00018300
       77  WS-IX             PIC S9(04) COMP VALUE ZEROS.               00018400
                                                                        00018500
       01  WS-TAB-PEDIDOS.                                              00018600
           05  WS-PEDIDO-ITEM OCCURS 500 TIMES.                         00018700
               10  WS-PED-CODIGO   PIC 9(07).                           00018800
               10  WS-PED-ACHOU    PIC X(01).                           00018900
                                                                        00019000
      *    CODIGO EM TRATAMENTO NA SAIDA DO SORT: TIPO DO ULTIMO        00019100
      *    EVENTO ATE A DATA E A PRIMEIRA IMAGEM POSTERIOR A ELA        00019200
       01  WS-COD-ATUAL         PIC 9(07) VALUE ZEROS.                  00019300
       01  WS-ULT-TIPO-ANTES    PIC X(01) VALUE SPACES.                 00019400
           88  WS-ANTES-SEM-EVENTO        VALUE SPACES.                 00019500
           88  WS-ANTES-EXCLUIDO          VALUE 'D' 'X'.                00019600
       01  WS-IMAGEM            PIC X(185) VALUE SPACES.                00019700
       01  WS-IMAGEM-RED        REDEFINES WS-IMAGEM.                    00019800
           05  WS-IMG-CODIGO    PIC 9(07).                              00019900
           05  WS-IMG-DATA-HORA PIC X(26).                              00020000
           05  WS-IMG-ORIGEM    PIC X(01).                              00020100
               88  WS-IMG-DO-CADASTRO        VALUE 'C'.                 00020200
           05  WS-IMG-TIPO-OPER PIC X(01).                              00020300
               88  WS-IMG-INCLUSAO           VALUE 'I'.                 00020400
           05  WS-IMG-NOME      PIC X(30).                              00020500
           05  WS-IMG-ENDERECO  PIC X(30).                              00020600
           05  WS-IMG-CIDADE    PIC X(20).                              00020700
           05  WS-IMG-ESTADO    PIC X(02).                              00020800
           05  WS-IMG-CEP       PIC 9(08).                              00020900
           05  WS-IMG-TELEFONE  PIC X(15).                              00021000
           05  WS-IMG-EMAIL     PIC X(40).                              00021100
           05  WS-IMG-SITUACAO  PIC X(01).                              00021200
               88  WS-IMG-INATIVO            VALUE 'I'.                 00021300
           05  FILLER           PIC X(04).                              00021400
                                                                        00021500
       01  WS-CLASSE            PIC X(01) VALUE SPACES.                 00021600
           88  WS-CLASSE-ATIVO            VALUE 'A'.                    00021700
           88  WS-CLASSE-INATIVO          VALUE 'I'.                    00021800
           88  WS-CLASSE-EXISTIA          VALUE 'A' 'I'.                00021900
           88  WS-CLASSE-EXCLUIDO         VALUE 'E'.                    00022000
           88  WS-CLASSE-NAO-EXISTIA      VALUE 'N'.                    00022100
           88  WS-CLASSE-INCONSISTENTE    VALUE 'X'.                    00022200
                                                                        00022300
       77  WS-CONT-PEDIDOS   PIC S9(07) COMP VALUE ZEROS.               00022400
       77  WS-CONT-ARC-LIDOS PIC S9(07) COMP VALUE ZEROS.               00022500
       77  WS-CONT-HIS-LIDOS PIC S9(07) COMP VALUE ZEROS.               00022600
       77  WS-CONT-CLI-LIDOS PIC S9(07) COMP VALUE ZEROS.               00022700
       77  WS-CONT-CODIGOS   PIC S9(07) COMP VALUE ZEROS.               00022800
       77  WS-CONT-ATIVOS    PIC S9(07) COMP VALUE ZEROS.               00022900
       77  WS-CONT-INATIVOS  PIC S9(07) COMP VALUE ZEROS.               00023000
       77  WS-CONT-EXCLUIDOS PIC S9(07) COMP VALUE ZEROS.               00023100
       77  WS-CONT-NAO-EXIST PIC S9(07) COMP VALUE ZEROS.               00023200
       77  WS-CONT-INCONSIST PIC S9(07) COMP VALUE ZEROS.               00023300
       77  WS-CONT-NAO-ACHOU PIC S9(07) COMP VALUE ZEROS.               00023400
       77  WS-CONT-GRAVADOS  PIC S9(07) COMP VALUE ZEROS.               00023500
       77  WS-CONT-ERROS     PIC S9(07) COMP VALUE ZEROS.               00023600
                                                                        00023700
       01  WS-CAB1.                                                     00023800
           05  FILLER  PIC X(30) VALUE SPACES.                          00023900
           05  FILLER  PIC X(50) VALUE                                  00024000
               'RECONSTITUICAO DO CADASTRO DE CLIENTES EM '.            00024100
           05  WS-CAB1-DATA  PIC X(10).                                 00024200
                                                                        00024300
       01  WS-CAB2.                                                     00024400
           05  FILLER  PIC X(09) VALUE 'CODIGO'.                        00024500
           05  FILLER  PIC X(32) VALUE 'NOME'.                          00024600
           05  FILLER  PIC X(24) VALUE 'SITUACAO NA DATA'.              00024700
           05  FILLER  PIC X(16) VALUE 'IMAGEM TIRADA DO'.              00024800
           05  FILLER  PIC X(28) VALUE 'DATA DO EVENTO'.                00024900
                                                                        00025000
       01  WS-LINDET.                                                   00025100
           05  WS-LINDET-CODIGO  PIC ZZZZZZ9.                           00025200
           05  FILLER            PIC X(02) VALUE SPACES.                00025300
           05  WS-LINDET-NOME    PIC X(30).                             00025400
           05  FILLER            PIC X(02) VALUE SPACES.                00025500
           05  WS-LINDET-SITUAC  PIC X(22).                             00025600
           05  FILLER            PIC X(02) VALUE SPACES.                00025700
           05  WS-LINDET-ORIGEM  PIC X(14).                             00025800
           05  FILLER            PIC X(02) VALUE SPACES.                00025900
           05  WS-LINDET-DATA    PIC X(26).                             00026000
                                                                        00026100
       01  WS-LINRES1.                                                  00026200
           05  FILLER         PIC X(22) VALUE 'CODIGOS PEDIDOS......:'. 00026300
           05  WS-LINRES1-QTD PIC ZZZ.ZZ9.                              00026400
                                                                        00026500
       01  WS-LINRES2.                                                  00026600
           05  FILLER         PIC X(22) VALUE 'CLIENTES ANALISADOS..:'. 00026700
           05  WS-LINRES2-QTD PIC ZZZ.ZZ9.                              00026800
                                                                        00026900
       01  WS-LINRES3.                                                  00027000
           05  FILLER         PIC X(22) VALUE '  ATIVOS NA DATA.....:'. 00027100
           05  WS-LINRES3-QTD PIC ZZZ.ZZ9.                              00027200
                                                                        00027300
       01  WS-LINRES4.                                                  00027400
           05  FILLER         PIC X(22) VALUE '  INATIVOS NA DATA...:'. 00027500
           05  WS-LINRES4-QTD PIC ZZZ.ZZ9.                              00027600
                                                                        00027700
       01  WS-LINRES5.                                                  00027800
           05  FILLER         PIC X(22) VALUE '  JA EXCLUIDOS.......:'. 00027900
           05  WS-LINRES5-QTD PIC ZZZ.ZZ9.                              00028000
                                                                        00028100
       01  WS-LINRES6.                                                  00028200
           05  FILLER         PIC X(22) VALUE '  AINDA NAO EXISTIAM.:'. 00028300
           05  WS-LINRES6-QTD PIC ZZZ.ZZ9.                              00028400
                                                                        00028500
       01  WS-LINRES7.                                                  00028600
           05  FILLER         PIC X(22) VALUE '  HIST. INCOMPLETO...:'. 00028700
           05  WS-LINRES7-QTD PIC ZZZ.ZZ9.                              00028800
                                                                        00028900
       01  WS-LINRES8.                                                  00029000
           05  FILLER         PIC X(22) VALUE 'PEDIDOS NAO ACHADOS..:'. 00029100
           05  WS-LINRES8-QTD PIC ZZZ.ZZ9.                              00029200
                                                                        00029300
       01  WS-LINRES9.                                                  00029400
           05  FILLER         PIC X(22) VALUE 'GRAVADOS NO RECEXT...:'. 00029500
           05  WS-LINRES9-QTD PIC ZZZ.ZZ9.                              00029600
                                                                        00029700
           EXEC SQL INCLUDE CLIENTE END-EXEC.                           00029800
                                                                        00029900
           EXEC SQL INCLUDE CLIENTEH END-EXEC.                          00030000
                                                                        00030100
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00030200
                                                                        00030300
       77  WS00-FIM      PIC X(32) VALUE '***  FIM DA WORKING  ***'.    00030400
           EJECT                                                        00030500
                                                                        00030600
       PROCEDURE DIVISION.                                              00030700
                                                                        00030800
      ***************************************************************** 00030900
      **       ROTINA PRINCIPAL                                      *  00031000
      ***************************************************************** 00031100
       000-00-MAINLINE SECTION.                                         00031200
                                                                        00031300
           PERFORM 100-00-INICIO   THRU 100-99-EXIT.                    00031400
                                                                        00031500
           IF  NOT WS-ERRO-ABERTURA                                     00031600
               SORT SRTWORK                                             00031700
                   ON ASCENDING KEY SRT-CODIGO SRT-DATA-HORA            00031800
                   INPUT  PROCEDURE IS 300-00-CARGA-SORT                00031900
                                  THRU 300-99-EXIT                      00032000
                   OUTPUT PROCEDURE IS 500-00-RECONSTITUI               00032100
                                  THRU 500-99-EXIT.                     00032200
                                                                        00032300
           PERFORM 900-00-TERMINO  THRU 900-99-EXIT.                    00032400
                                                                        00032500
           STOP RUN.                                                    00032600
           EJECT                                                        00032700
      ***************************************************************** 00032800
      **       ABERTURA DOS ARQUIVOS, CRITICA DA DATA DE REFERENCIA  *  00032900
      **       E CARGA DA LISTA DE CODIGOS PEDIDOS                    * 00033000
      ***************************************************************** 00033100
       100-00-INICIO SECTION.                                           00033200
                                                                        00033300
           OPEN INPUT  RECPARM.                                         00033400
           OPEN INPUT  HISTARCH.                                        00033500
           OPEN INPUT  OR02FILE.                                        00033600
           OPEN OUTPUT RECEXT.                                          00033700
           OPEN OUTPUT RELATORIO.                                       00033800
                                                                        00033900
           IF  WS-PARM-STATUS NOT EQUAL '00'                            00034000
               DISPLAY 'ORB022 - ERRO AO ABRIR O RECPARM, '             00034100
                       'FILE STATUS = ' WS-PARM-STATUS                  00034200
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00034300
               MOVE 16  TO RETURN-CODE                                  00034400
               GO TO 100-99-EXIT.                                       00034500
                                                                        00034600
           IF  WS-ARCH-NAO-EXISTE                                       00034700
               DISPLAY 'ORB022 - HISTARCH AUSENTE. SO O CLIENTE_HIST '  00034800
                       'SERA USADO'                                     00034900
               MOVE 'S' TO WS-FIM-ARCH-SW                               00035000
           ELSE                                                         00035100
               IF  WS-ARCH-STATUS NOT EQUAL '00'                        00035200
                   DISPLAY 'ORB022 - ERRO AO ABRIR O HISTARCH, '        00035300
                           'FILE STATUS = ' WS-ARCH-STATUS              00035400
                   MOVE 'S' TO WS-ERRO-ABERTURA-SW                      00035500
                   MOVE 16  TO RETURN-CODE                              00035600
                   GO TO 100-99-EXIT.                                   00035700
                                                                        00035800
           IF  WS-OR02-STATUS NOT EQUAL '00'                            00035900
               DISPLAY 'ORB022 - ERRO AO ABRIR O OR02FILE, '            00036000
                       'FILE STATUS = ' WS-OR02-STATUS                  00036100
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00036200
               MOVE 16  TO RETURN-CODE                                  00036300
               GO TO 100-99-EXIT.                                       00036400
                                                                        00036500
           IF  WS-RECEXT-STATUS NOT EQUAL '00'                          00036600
               DISPLAY 'ORB022 - ERRO AO ABRIR O RECEXT, '              00036700
                       'FILE STATUS = ' WS-RECEXT-STATUS                00036800
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00036900
               MOVE 16  TO RETURN-CODE                                  00037000
               GO TO 100-99-EXIT.                                       00037100
                                                                        00037200
           IF  WS-RELAT-STATUS NOT EQUAL '00'                           00037300
               DISPLAY 'ORB022 - ERRO AO ABRIR O RELATORIO, '           00037400
                       'FILE STATUS = ' WS-RELAT-STATUS                 00037500
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00037600
               MOVE 16  TO RETURN-CODE                                  00037700
               GO TO 100-99-EXIT.                                       00037800
                                                                        00037900
           ACCEPT WS-DATA-AMD FROM DATE YYYYMMDD.                       00038000
           MOVE WS-AMD-ANO TO WS-HOJE-ANO.                              00038100
           MOVE WS-AMD-MES TO WS-HOJE-MES.                              00038200
           MOVE WS-AMD-DIA TO WS-HOJE-DIA.                              00038300
                                                                        00038400
           READ RECPARM                                                 00038500
               AT END                                                   00038600
                   DISPLAY 'ORB022 - CARTAO RECPARM AUSENTE. '          00038700
                           'EXECUCAO CANCELADA'                         00038800
                   MOVE 'S' TO WS-ERRO-ABERTURA-SW                      00038900
                   MOVE 16  TO RETURN-CODE                              00039000
                   GO TO 100-99-EXIT.                                   00039100
                                                                        00039200
           MOVE RPD-DATA-REF TO WS-DATA-REF.                            00039300
                                                                        00039400
           IF  WS-REF-ANO    NOT NUMERIC  OR                            00039500
               WS-REF-MES    NOT NUMERIC  OR                            00039600
               WS-REF-DIA    NOT NUMERIC  OR                            00039700
               WS-REF-TRACO1 NOT EQUAL '-' OR                           00039800
               WS-REF-TRACO2 NOT EQUAL '-' OR                           00039900
               WS-REF-MES    LESS '01'    OR                            00040000
               WS-REF-MES    GREATER '12' OR                            00040100
               WS-REF-DIA    LESS '01'    OR                            00040200
               WS-REF-DIA    GREATER '31' OR                            00040300
               WS-DATA-REF   GREATER WS-DATA-HOJE                       00040400
               DISPLAY 'ORB022 - DATA DE REFERENCIA INVALIDA NO '       00040500
                       'RECPARM: ' RPD-DATA-REF                         00040600
                       '. EXECUCAO CANCELADA'                           00040700
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00040800
               MOVE 16  TO RETURN-CODE                                  00040900
               GO TO 100-99-EXIT.                                       00041000
                                                                        00041100
           MOVE WS-DATA-REF TO WS-CAB1-DATA.                            00041200
                                                                        00041300
           WRITE ORB022-REG FROM WS-CAB1 AFTER ADVANCING PAGE.          00041400
           WRITE ORB022-REG FROM WS-CAB2 AFTER ADVANCING 2 LINES.       00041500
                                                                        00041600
           PERFORM 110-00-CARGA-LISTA THRU 110-99-EXIT                  00041700
               UNTIL WS-FIM-PARM.                                       00041800
                                                                        00041900
       100-99-EXIT.                                                     00042000
           EXIT.                                                        00042100
           EJECT                                                        00042200
      ***************************************************************** 00042300
      **       CARGA DA LISTA DE CODIGOS PEDIDOS NA TABELA INTERNA.   * 00042400
      **       LISTA VAZIA VALE TODA A BASE                           * 00042500
      ***************************************************************** 00042600
       110-00-CARGA-LISTA SECTION.                                      00042700
                                                                        00042800
           READ RECPARM                                                 00042900
               AT END                                                   00043000
                   MOVE 'S' TO WS-FIM-PARM-SW                           00043100
                   GO TO 110-99-EXIT.                                   00043200
                                                                        00043300
           ADD 1 TO WS-CONT-PEDIDOS.                                    00043400
                                                                        00043500
           IF  RPC-CODIGO NOT NUMERIC                                   00043600
               ADD 1 TO WS-CONT-ERROS                                   00043700
               DISPLAY 'ORB022 - CODIGO INVALIDO NO RECPARM: '          00043800
                       RPC-CODIGO                                       00043900
               GO TO 110-99-EXIT.                                       00044000
                                                                        00044100
           IF  WS-LISTA-USADOS EQUAL WS-LISTA-MAX                       00044200
               DISPLAY 'ORB022 - LISTA DE PEDIDOS CHEIA. CODIGO '       00044300
                       RPC-CODIGO ' IGNORADO'                           00044400
               ADD 1 TO WS-CONT-ERROS                                   00044500
               GO TO 110-99-EXIT.                                       00044600
                                                                        00044700
           ADD  1          TO WS-LISTA-USADOS.                          00044800
           MOVE RPC-CODIGO TO WS-PED-CODIGO(WS-LISTA-USADOS).           00044900
           MOVE 'N'        TO WS-PED-ACHOU(WS-LISTA-USADOS).            00045000
                                                                        00045100
       110-99-EXIT.                                                     00045200
           EXIT.                                                        00045300
           EJECT                                                        00045400
      ***************************************************************** 00045500
      **       ENTRADA DO SORT: LINHAS ARQUIVADAS (HISTARCH), LINHAS  * 00045600
      **       DO CLIENTE_HIST E O CADASTRO ATUAL, ESTE COM A MAIOR   * 00045700
      **       DATA POSSIVEL PARA FICAR DEPOIS DE TODO O HISTORICO    * 00045800
      ***************************************************************** 00045900
       300-00-CARGA-SORT SECTION.                                       00046000
                                                                        00046100
           IF  NOT WS-FIM-ARCH                                          00046200
               PERFORM 310-10-LE-ARQUIVO THRU 310-10-EXIT.              00046300
                                                                        00046400
           PERFORM 310-00-CARGA-ARQUIVO THRU 310-99-EXIT                00046500
               UNTIL WS-FIM-ARCH.                                       00046600
                                                                        00046700
           EXEC SQL DECLARE CUR-HISTORICO CURSOR FOR                    00046800
               SELECT CODIGO, NOME, ENDERECO, CIDADE, ESTADO, CEP,      00046900
                      TELEFONE, EMAIL, SITUACAO,                        00047000
                      HIST_DATA_HORA, HIST_TIPO_OPER                    00047100
                 FROM CLIENTE_HIST                                      00047200
           END-EXEC.                                                    00047300
                                                                        00047400
           EXEC SQL OPEN CUR-HISTORICO END-EXEC.                        00047500
                                                                        00047600
           IF  SQLCODE NOT EQUAL ZEROS                                  00047700
               DISPLAY 'ORB022 - ERRO AO ABRIR O CURSOR '               00047800
                       'CUR-HISTORICO, SQLCODE = ' SQLCODE              00047900
               MOVE 'S' TO WS-ERRO-SQL-SW                               00048000
               GO TO 300-99-EXIT.                                       00048100
                                                                        00048200
           PERFORM 320-10-LE-HISTORICO THRU 320-10-EXIT.                00048300
                                                                        00048400
           PERFORM 320-00-CARGA-HISTORICO THRU 320-99-EXIT              00048500
               UNTIL WS-FIM-HIST.                                       00048600
                                                                        00048700
           EXEC SQL CLOSE CUR-HISTORICO END-EXEC.                       00048800
                                                                        00048900
           EXEC SQL DECLARE CUR-CLIENTE CURSOR FOR                      00049000
               SELECT CODIGO, NOME, ENDERECO, CIDADE, ESTADO, CEP,      00049100
                      TELEFONE, EMAIL, SITUACAO                         00049200
                 FROM CLIENTE                                           00049300
           END-EXEC.                                                    00049400
                                                                        00049500
           EXEC SQL OPEN CUR-CLIENTE END-EXEC.                          00049600
                                                                        00049700
           IF  SQLCODE NOT EQUAL ZEROS                                  00049800
               DISPLAY 'ORB022 - ERRO AO ABRIR O CURSOR '               00049900
                       'CUR-CLIENTE, SQLCODE = ' SQLCODE                00050000
               MOVE 'S' TO WS-ERRO-SQL-SW                               00050100
               GO TO 300-99-EXIT.                                       00050200
                                                                        00050300
           PERFORM 330-10-LE-CLIENTE THRU 330-10-EXIT.                  00050400
                                                                        00050500
           PERFORM 330-00-CARGA-CLIENTE THRU 330-99-EXIT                00050600
               UNTIL WS-FIM-CLIENTE.                                    00050700
                                                                        00050800
           EXEC SQL CLOSE CUR-CLIENTE END-EXEC.                         00050900
                                                                        00051000
       300-99-EXIT.                                                     00051100
           EXIT.                                                        00051200
           EJECT                                                        00051300
      ***************************************************************** 00051400
      **       LINHA ARQUIVADA PELO ORB016 PARA O SORT                * 00051500
      ***************************************************************** 00051600
       310-00-CARGA-ARQUIVO SECTION.                                    00051700
                                                                        00051800
           ADD 1 TO WS-CONT-ARC-LIDOS.                                  00051900
                                                                        00052000
           MOVE ARC-CODIGO TO SRT-CODIGO.                               00052100
                                                                        00052200
           PERFORM 400-00-VERIFICA-PEDIDO THRU 400-99-EXIT.             00052300
                                                                        00052400
           IF  WS-PEDIDO                                                00052500
               MOVE ARC-DATA-HORA TO SRT-DATA-HORA                      00052600
               MOVE 'A'           TO SRT-ORIGEM                         00052700
               MOVE ARC-TIPO-OPER TO SRT-TIPO-OPER                      00052800
               MOVE ARC-NOME      TO SRT-NOME                           00052900
               MOVE ARC-ENDERECO  TO SRT-ENDERECO                       00053000
               MOVE ARC-CIDADE    TO SRT-CIDADE                         00053100
               MOVE ARC-ESTADO    TO SRT-ESTADO                         00053200
               MOVE ARC-CEP       TO SRT-CEP                            00053300
               MOVE ARC-TELEFONE  TO SRT-TELEFONE                       00053400
               MOVE ARC-EMAIL     TO SRT-EMAIL                          00053500
               MOVE ARC-SITUACAO  TO SRT-SITUACAO                       00053600
               RELEASE SRT-REG.                                         00053700
                                                                        00053800
           PERFORM 310-10-LE-ARQUIVO THRU 310-10-EXIT.                  00053900
                                                                        00054000
           GO TO 310-99-EXIT.                                           00054100
                                                                        00054200
       310-99-EXIT.                                                     00054300
           EXIT.                                                        00054400
                                                                        00054500
       310-10-LE-ARQUIVO SECTION.                                       00054600
                                                                        00054700
           READ HISTARCH                                                00054800
               AT END                                                   00054900
                   MOVE 'S' TO WS-FIM-ARCH-SW.                          00055000
                                                                        00055100
           GO TO 310-10-EXIT.                                           00055200
                                                                        00055300
       310-10-EXIT.                                                     00055400
           EXIT.                                                        00055500
           EJECT                                                        00055600
      ***************************************************************** 00055700
      **       LINHA DO CLIENTE_HIST PARA O SORT                      * 00055800
      ***************************************************************** 00055900
       320-00-CARGA-HISTORICO SECTION.                                  00056000
                                                                        00056100
           ADD 1 TO WS-CONT-HIS-LIDOS.                                  00056200
                                                                        00056300
           MOVE CODIGO-CLI-H TO SRT-CODIGO.                             00056400
                                                                        00056500
           PERFORM 400-00-VERIFICA-PEDIDO THRU 400-99-EXIT.             00056600
                                                                        00056700
           IF  WS-PEDIDO                                                00056800
               MOVE HIST-DATA-HORA-CLI TO SRT-DATA-HORA                 00056900
               MOVE 'H'                TO SRT-ORIGEM                    00057000
               MOVE HIST-TIPO-OPER-CLI TO SRT-TIPO-OPER                 00057100
               MOVE NOME-CLI-H         TO SRT-NOME                      00057200
               MOVE ENDERECO-CLI-H     TO SRT-ENDERECO                  00057300
               MOVE CIDADE-CLI-H       TO SRT-CIDADE                    00057400
               MOVE ESTADO-CLI-H       TO SRT-ESTADO                    00057500
               MOVE CEP-CLI-H          TO SRT-CEP                       00057600
               MOVE TELEFONE-CLI-H     TO SRT-TELEFONE                  00057700
               MOVE EMAIL-CLI-H        TO SRT-EMAIL                     00057800
               MOVE SITUACAO-CLI-H     TO SRT-SITUACAO                  00057900
               RELEASE SRT-REG.                                         00058000
                                                                        00058100
           PERFORM 320-10-LE-HISTORICO THRU 320-10-EXIT.                00058200
                                                                        00058300
           GO TO 320-99-EXIT.                                           00058400
                                                                        00058500
       320-99-EXIT.                                                     00058600
           EXIT.                                                        00058700
                                                                        00058800
       320-10-LE-HISTORICO SECTION.                                     00058900
                                                                        00059000
           EXEC SQL FETCH CUR-HISTORICO                                 00059100
                    INTO :CODIGO-CLI-H, :NOME-CLI-H, :ENDERECO-CLI-H,   00059200
                         :CIDADE-CLI-H, :ESTADO-CLI-H, :CEP-CLI-H,      00059300
                         :TELEFONE-CLI-H, :EMAIL-CLI-H,                 00059400
                         :SITUACAO-CLI-H, :HIST-DATA-HORA-CLI,          00059500
                         :HIST-TIPO-OPER-CLI                            00059600
           END-EXEC.                                                    00059700
                                                                        00059800
           IF  SQLCODE EQUAL ZEROS                                      00059900
               NEXT SENTENCE                                            00060000
           ELSE                                                         00060100
               IF  SQLCODE EQUAL +100                                   00060200
                   MOVE 'S' TO WS-FIM-HIST-SW                           00060300
               ELSE                                                     00060400
                   DISPLAY 'ORB022 - ERRO NO FETCH DE CUR-HISTORICO, '  00060500
                           'SQLCODE = ' SQLCODE                         00060600
                   MOVE 'S' TO WS-ERRO-SQL-SW                           00060700
                   MOVE 'S' TO WS-FIM-HIST-SW.                          00060800
                                                                        00060900
           GO TO 320-10-EXIT.                                           00061000
                                                                        00061100
       320-10-EXIT.                                                     00061200
           EXIT.                                                        00061300
           EJECT                                                        00061400
      ***************************************************************** 00061500
      **       CADASTRO ATUAL PARA O SORT, DEPOIS DE TODO HISTORICO   * 00061600
      ***************************************************************** 00061700
       330-00-CARGA-CLIENTE SECTION.                                    00061800
                                                                        00061900
           ADD 1 TO WS-CONT-CLI-LIDOS.                                  00062000
                                                                        00062100
           MOVE CODIGO-CLI TO SRT-CODIGO.                               00062200
                                                                        00062300
           PERFORM 400-00-VERIFICA-PEDIDO THRU 400-99-EXIT.             00062400
                                                                        00062500
           IF  WS-PEDIDO                                                00062600
               MOVE WS-TS-MAXIMO  TO SRT-DATA-HORA                      00062700
               MOVE 'C'           TO SRT-ORIGEM                         00062800
               MOVE SPACES        TO SRT-TIPO-OPER                      00062900
               MOVE NOME-CLI      TO SRT-NOME                           00063000
               MOVE ENDERECO-CLI  TO SRT-ENDERECO                       00063100
               MOVE CIDADE-CLI    TO SRT-CIDADE                         00063200
               MOVE ESTADO-CLI    TO SRT-ESTADO                         00063300
               MOVE CEP-CLI       TO SRT-CEP                            00063400
               MOVE TELEFONE-CLI  TO SRT-TELEFONE                       00063500
               MOVE EMAIL-CLI     TO SRT-EMAIL                          00063600
               MOVE SITUACAO-CLI  TO SRT-SITUACAO                       00063700
               RELEASE SRT-REG.                                         00063800
                                                                        00063900
           PERFORM 330-10-LE-CLIENTE THRU 330-10-EXIT.                  00064000
                                                                        00064100
           GO TO 330-99-EXIT.                                           00064200
                                                                        00064300
       330-99-EXIT.                                                     00064400
           EXIT.                                                        00064500
                                                                        00064600
       330-10-LE-CLIENTE SECTION.                                       00064700
                                                                        00064800
           EXEC SQL FETCH CUR-CLIENTE                                   00064900
                    INTO :CODIGO-CLI, :NOME-CLI, :ENDERECO-CLI,         00065000
                         :CIDADE-CLI, :ESTADO-CLI, :CEP-CLI,            00065100
                         :TELEFONE-CLI, :EMAIL-CLI, :SITUACAO-CLI       00065200
           END-EXEC.                                                    00065300
                                                                        00065400
           IF  SQLCODE EQUAL ZEROS                                      00065500
               NEXT SENTENCE                                            00065600
           ELSE                                                         00065700
               IF  SQLCODE EQUAL +100                                   00065800
                   MOVE 'S' TO WS-FIM-CLIENTE-SW                        00065900
               ELSE                                                     00066000
                   DISPLAY 'ORB022 - ERRO NO FETCH DE CUR-CLIENTE, '    00066100
                           'SQLCODE = ' SQLCODE                         00066200
                   MOVE 'S' TO WS-ERRO-SQL-SW                           00066300
                   MOVE 'S' TO WS-FIM-CLIENTE-SW.                       00066400
                                                                        00066500
           GO TO 330-10-EXIT.                                           00066600
                                                                        00066700
       330-10-EXIT.                                                     00066800
           EXIT.                                                        00066900
           EJECT                                                        00067000
      ***************************************************************** 00067100
      **       CONFERE SE O CODIGO EM SRT-CODIGO FOI PEDIDO. SEM      * 00067200
      **       LISTA TODOS OS CODIGOS SAO PEDIDOS                     * 00067300
      ***************************************************************** 00067400
       400-00-VERIFICA-PEDIDO SECTION.                                  00067500
                                                                        00067600
           IF  WS-LISTA-USADOS EQUAL ZEROS                              00067700
               MOVE 'S' TO WS-PEDIDO-SW                                 00067800
               GO TO 400-99-EXIT.                                       00067900
                                                                        00068000
           MOVE 'N'   TO WS-PEDIDO-SW.                                  00068100
           MOVE ZEROS TO WS-IX.                                         00068200
                                                                        00068300
           PERFORM 410-00-PROCURA-PEDIDO THRU 410-99-EXIT               00068400
               UNTIL WS-PEDIDO                                          00068500
                  OR WS-IX EQUAL WS-LISTA-USADOS.                       00068600
                                                                        00068700
       400-99-EXIT.                                                     00068800
           EXIT.                                                        00068900
                                                                        00069000
       410-00-PROCURA-PEDIDO SECTION.                                   00069100
                                                                        00069200
           ADD 1 TO WS-IX.                                              00069300
                                                                        00069400
           IF  SRT-CODIGO EQUAL WS-PED-CODIGO(WS-IX)                    00069500
               MOVE 'S' TO WS-PED-ACHOU(WS-IX)                          00069600
               MOVE 'S' TO WS-PEDIDO-SW.                                00069700
                                                                        00069800
           GO TO 410-99-EXIT.                                           00069900
                                                                        00070000
       410-99-EXIT.                                                     00070100
           EXIT.                                                        00070200
           EJECT                                                        00070300
      ***************************************************************** 00070400
      **       SAIDA DO SORT: UM GRUPO POR CODIGO, EM ORDEM DE DATA   * 00070500
      ***************************************************************** 00070600
       500-00-RECONSTITUI SECTION.                                      00070700
                                                                        00070800
           PERFORM 510-10-RETORNA THRU 510-10-EXIT.                     00070900
                                                                        00071000
           PERFORM 510-00-TRATA-CODIGO THRU 510-99-EXIT                 00071100
               UNTIL WS-FIM-SORT.                                       00071200
                                                                        00071300
       500-99-EXIT.                                                     00071400
           EXIT.                                                        00071500
           EJECT                                                        00071600
      ***************************************************************** 00071700
      **       GUARDA O TIPO DO ULTIMO EVENTO ATE A DATA E A PRIMEIRA * 00071800
      **       IMAGEM POSTERIOR A ELA; NA QUEBRA DE CODIGO CLASSIFICA * 00071900
      ***************************************************************** 00072000
       510-00-TRATA-CODIGO SECTION.                                     00072100
                                                                        00072200
           ADD 1 TO WS-CONT-CODIGOS.                                    00072300
                                                                        00072400
           MOVE SRT-CODIGO TO WS-COD-ATUAL.                             00072500
           MOVE SPACES     TO WS-ULT-TIPO-ANTES.                        00072600
           MOVE SPACES     TO WS-IMAGEM.                                00072700
           MOVE 'N'        TO WS-ACHOU-DEPOIS-SW.                       00072800
                                                                        00072900
           PERFORM 520-00-ACUMULA THRU 520-99-EXIT                      00073000
               UNTIL WS-FIM-SORT                                        00073100
                  OR SRT-CODIGO NOT EQUAL WS-COD-ATUAL.                 00073200
                                                                        00073300
           PERFORM 530-00-CLASSIFICA THRU 530-99-EXIT.                  00073400
                                                                        00073500
       510-99-EXIT.                                                     00073600
           EXIT.                                                        00073700
                                                                        00073800
       510-10-RETORNA SECTION.                                          00073900
                                                                        00074000
           RETURN SRTWORK                                               00074100
               AT END                                                   00074200
                   MOVE 'S' TO WS-FIM-SORT-SW.                          00074300
                                                                        00074400
           GO TO 510-10-EXIT.                                           00074500
                                                                        00074600
       510-10-EXIT.                                                     00074700
           EXIT.                                                        00074800
           EJECT                                                        00074900
                                                                        00075000
       520-00-ACUMULA SECTION.                                          00075100
                                                                        00075200
           IF  SRT-DATA NOT GREATER WS-DATA-REF                         00075300
               MOVE SRT-TIPO-OPER TO WS-ULT-TIPO-ANTES                  00075400
           ELSE                                                         00075500
               IF  NOT WS-ACHOU-DEPOIS                                  00075600
                   MOVE SRT-REG TO WS-IMAGEM                            00075700
                   MOVE 'S'     TO WS-ACHOU-DEPOIS-SW.                  00075800
                                                                        00075900
           PERFORM 510-10-RETORNA THRU 510-10-EXIT.                     00076000
                                                                        00076100
           GO TO 520-99-EXIT.                                           00076200
                                                                        00076300
       520-99-EXIT.                                                     00076400
           EXIT.                                                        00076500
           EJECT                                                        00076600
      ***************************************************************** 00076700
      **       SITUACAO NA DATA: A PRIMEIRA IMAGEM POSTERIOR E A      * 00076800
      **       IMAGEM ANTERIOR A UM EVENTO 'A'/'C'/'R'/'D'/'X' (O     * 00076900
      **       CLIENTE EXISTIA) OU OS VALORES DE UMA INCLUSAO 'I'     * 00077000
      **       (AINDA NAO EXISTIA, OU JA TINHA SIDO EXCLUIDO). SEM    * 00077100
      **       EVENTO POSTERIOR VALE O CADASTRO ATUAL. A RESTAURACAO  * 00077200
      **       DO ORB004 NAO GRAVA HISTORICO, ENTAO UM CLIENTE CUJO   * 00077300
      **       ULTIMO EVENTO ATE A DATA FOI 'D'/'X' CONTA COMO        * 00077400
      **       EXCLUIDO MESMO QUE HOJE ESTEJA NO CADASTRO             * 00077500
      ***************************************************************** 00077600
       530-00-CLASSIFICA SECTION.                                       00077700
                                                                        00077800
           MOVE SPACES       TO WS-LINDET.                              00077900
           MOVE WS-COD-ATUAL TO WS-LINDET-CODIGO.                       00078000
                                                                        00078100
           IF  NOT WS-ACHOU-DEPOIS                                      00078200
               IF  WS-ANTES-EXCLUIDO                                    00078300
                   MOVE 'E' TO WS-CLASSE                                00078400
               ELSE                                                     00078500
                   MOVE 'X' TO WS-CLASSE                                00078600
           ELSE                                                         00078700
               IF  WS-ANTES-EXCLUIDO                                    00078800
                   MOVE 'E' TO WS-CLASSE                                00078900
               ELSE                                                     00079000
                   IF  WS-IMG-INCLUSAO                                  00079100
                       IF  WS-ANTES-SEM-EVENTO                          00079200
                           MOVE 'N' TO WS-CLASSE                        00079300
                       ELSE                                             00079400
                           MOVE 'X' TO WS-CLASSE                        00079500
                   ELSE                                                 00079600
                       IF  WS-IMG-INATIVO                               00079700
                           MOVE 'I' TO WS-CLASSE                        00079800
                       ELSE                                             00079900
                           MOVE 'A' TO WS-CLASSE.                       00080000
                                                                        00080100
           IF  WS-ACHOU-DEPOIS                                          00080200
               MOVE WS-IMG-NOME TO WS-LINDET-NOME                       00080300
               IF  WS-IMG-DO-CADASTRO                                   00080400
                   MOVE 'CADASTRO ATUAL' TO WS-LINDET-ORIGEM            00080500
               ELSE                                                     00080600
                   MOVE 'HISTORICO'        TO WS-LINDET-ORIGEM          00080700
                   MOVE WS-IMG-DATA-HORA   TO WS-LINDET-DATA.           00080800
                                                                        00080900
           IF  WS-CLASSE-ATIVO                                          00081000
               ADD  1 TO WS-CONT-ATIVOS                                 00081100
               MOVE 'ATIVO' TO WS-LINDET-SITUAC.                        00081200
                                                                        00081300
           IF  WS-CLASSE-INATIVO                                        00081400
               ADD  1 TO WS-CONT-INATIVOS                               00081500
               MOVE 'INATIVO' TO WS-LINDET-SITUAC.                      00081600
                                                                        00081700
           IF  WS-CLASSE-EXCLUIDO                                       00081800
               ADD  1 TO WS-CONT-EXCLUIDOS                              00081900
               MOVE 'JA EXCLUIDO' TO WS-LINDET-SITUAC.                  00082000
                                                                        00082100
           IF  WS-CLASSE-NAO-EXISTIA                                    00082200
               ADD  1 TO WS-CONT-NAO-EXIST                              00082300
               MOVE 'AINDA NAO EXISTIA' TO WS-LINDET-SITUAC.            00082400
                                                                        00082500
           IF  WS-CLASSE-INCONSISTENTE                                  00082600
               ADD  1 TO WS-CONT-INCONSIST                              00082700
               MOVE 'HISTORICO INCOMPLETO' TO WS-LINDET-SITUAC.         00082800
                                                                        00082900
           WRITE ORB022-REG FROM WS-LINDET AFTER ADVANCING 1 LINE.      00083000
                                                                        00083100
           IF  WS-CLASSE-EXISTIA                                        00083200
               PERFORM 540-00-GRAVA-EXTRATO THRU 540-99-EXIT.           00083300
                                                                        00083400
       530-99-EXIT.                                                     00083500
           EXIT.                                                        00083600
           EJECT                                                        00083700
      ***************************************************************** 00083800
      **       GRAVA A IMAGEM NA DATA NO RECEXT, COM O NOME DO        * 00083900
      **       ESTADO RESOLVIDO CONTRA O OR02FILE COMO NO MAILEXT     * 00084000
      ***************************************************************** 00084100
       540-00-GRAVA-EXTRATO SECTION.                                    00084200
                                                                        00084300
           MOVE WS-COD-ATUAL     TO RECEXT-CODIGO.                      00084400
           MOVE WS-IMG-NOME      TO RECEXT-NOME.                        00084500
           MOVE WS-IMG-ENDERECO  TO RECEXT-ENDERECO.                    00084600
           MOVE WS-IMG-CIDADE    TO RECEXT-CIDADE.                      00084700
           MOVE WS-IMG-ESTADO    TO RECEXT-ESTADO.                      00084800
           MOVE WS-IMG-CEP       TO RECEXT-CEP.                         00084900
           MOVE WS-IMG-TELEFONE  TO RECEXT-TELEFONE.                    00085000
           MOVE WS-IMG-EMAIL     TO RECEXT-EMAIL.                       00085100
           MOVE 'P'              TO RECEXT-TIPO-END.                    00085150
           MOVE WS-IMG-SITUACAO  TO RECEXT-SITUACAO.                    00085200
           MOVE WS-DATA-REF      TO RECEXT-DATA-REF.                    00085300
                                                                        00085400
           MOVE WS-IMG-ESTADO TO OR02-SIGLA.                            00085500
                                                                        00085600
           READ OR02FILE                                                00085700
               INVALID KEY                                              00085800
                   MOVE SPACES TO OR02-NOME-EST.                        00085900
                                                                        00086000
           MOVE OR02-NOME-EST TO RECEXT-NOME-EST.                       00086100
                                                                        00086200
           WRITE RECEXT-REG.                                            00086300
                                                                        00086400
           ADD 1 TO WS-CONT-GRAVADOS.                                   00086500
                                                                        00086600
       540-99-EXIT.                                                     00086700
           EXIT.                                                        00086800
           EJECT                                                        00086900
      ***************************************************************** 00087000
      **       CODIGO PEDIDO QUE NAO APARECEU EM NENHUMA ORIGEM       * 00087100
      ***************************************************************** 00087200
       600-00-PEDIDO-NAO-ACHADO SECTION.                                00087300
                                                                        00087400
           ADD 1 TO WS-IX.                                              00087500
                                                                        00087600
           IF  WS-PED-ACHOU(WS-IX) EQUAL 'N'                            00087700
               ADD  1                     TO WS-CONT-NAO-ACHOU          00087800
               MOVE SPACES                TO WS-LINDET                  00087900
               MOVE WS-PED-CODIGO(WS-IX)  TO WS-LINDET-CODIGO           00088000
               MOVE 'CODIGO NAO ENCONTRADO' TO WS-LINDET-SITUAC         00088100
               WRITE ORB022-REG FROM WS-LINDET AFTER ADVANCING 1 LINE.  00088200
                                                                        00088300
           GO TO 600-99-EXIT.                                           00088400
                                                                        00088500
       600-99-EXIT.                                                     00088600
           EXIT.                                                        00088700
           EJECT                                                        00088800
      ***************************************************************** 00088900
      **       RESUMO DO RELATORIO E FECHAMENTO DOS ARQUIVOS          * 00089000
      ***************************************************************** 00089100
       900-00-TERMINO SECTION.                                          00089200
                                                                        00089300
           IF  WS-ERRO-ABERTURA                                         00089400
               CLOSE RECPARM HISTARCH OR02FILE RECEXT RELATORIO         00089500
               GO TO 900-99-EXIT.                                       00089600
                                                                        00089700
           IF  SORT-RETURN NOT EQUAL ZEROS                              00089800
               DISPLAY 'ORB022 - ERRO NO SORT, SORT-RETURN = '          00089900
                       SORT-RETURN                                      00090000
               MOVE 16 TO RETURN-CODE.                                  00090100
                                                                        00090200
           IF  WS-ERRO-SQL                                              00090300
               DISPLAY 'ORB022 - ERRO DE SQL NA LEITURA. '              00090400
                       'RECONSTITUICAO INCOMPLETA'                      00090500
               MOVE 16 TO RETURN-CODE.                                  00090600
                                                                        00090700
           MOVE ZEROS TO WS-IX.                                         00090800
                                                                        00090900
           PERFORM 600-00-PEDIDO-NAO-ACHADO THRU 600-99-EXIT            00091000
               UNTIL WS-IX EQUAL WS-LISTA-USADOS.                       00091100
                                                                        00091200
           MOVE WS-CONT-PEDIDOS   TO WS-LINRES1-QTD.                    00091300
           WRITE ORB022-REG FROM WS-LINRES1 AFTER ADVANCING 2 LINES.    00091400
                                                                        00091500
           MOVE WS-CONT-CODIGOS   TO WS-LINRES2-QTD.                    00091600
           WRITE ORB022-REG FROM WS-LINRES2 AFTER ADVANCING 1 LINE.     00091700
                                                                        00091800
           MOVE WS-CONT-ATIVOS    TO WS-LINRES3-QTD.                    00091900
           WRITE ORB022-REG FROM WS-LINRES3 AFTER ADVANCING 1 LINE.     00092000
                                                                        00092100
           MOVE WS-CONT-INATIVOS  TO WS-LINRES4-QTD.                    00092200
           WRITE ORB022-REG FROM WS-LINRES4 AFTER ADVANCING 1 LINE.     00092300
                                                                        00092400
           MOVE WS-CONT-EXCLUIDOS TO WS-LINRES5-QTD.                    00092500
           WRITE ORB022-REG FROM WS-LINRES5 AFTER ADVANCING 1 LINE.     00092600
                                                                        00092700
           MOVE WS-CONT-NAO-EXIST TO WS-LINRES6-QTD.                    00092800
           WRITE ORB022-REG FROM WS-LINRES6 AFTER ADVANCING 1 LINE.     00092900
                                                                        00093000
           MOVE WS-CONT-INCONSIST TO WS-LINRES7-QTD.                    00093100
           WRITE ORB022-REG FROM WS-LINRES7 AFTER ADVANCING 1 LINE.     00093200
                                                                        00093300
           MOVE WS-CONT-NAO-ACHOU TO WS-LINRES8-QTD.                    00093400
           WRITE ORB022-REG FROM WS-LINRES8 AFTER ADVANCING 1 LINE.     00093500
                                                                        00093600
           MOVE WS-CONT-GRAVADOS  TO WS-LINRES9-QTD.                    00093700
           WRITE ORB022-REG FROM WS-LINRES9 AFTER ADVANCING 1 LINE.     00093800
                                                                        00093900
           CLOSE RECPARM.                                               00094000
           CLOSE HISTARCH.                                              00094100
           CLOSE OR02FILE.                                              00094200
           CLOSE RECEXT.                                                00094300
           CLOSE RELATORIO.                                             00094400
                                                                        00094500
           DISPLAY 'ORB022 - DATA DE REFERENCIA...: ' WS-DATA-REF.      00094600
           DISPLAY 'ORB022 - CODIGOS PEDIDOS......: ' WS-CONT-PEDIDOS.  00094700
           DISPLAY 'ORB022 - HISTARCH LIDO........: '                   00094800
                   WS-CONT-ARC-LIDOS.                                   00094900
           DISPLAY 'ORB022 - CLIENTE_HIST LIDO....: '                   00095000
                   WS-CONT-HIS-LIDOS.                                   00095100
           DISPLAY 'ORB022 - CLIENTE LIDO.........: '                   00095200
                   WS-CONT-CLI-LIDOS.                                   00095300
           DISPLAY 'ORB022 - CLIENTES ANALISADOS..: ' WS-CONT-CODIGOS.  00095400
           DISPLAY 'ORB022 -   ATIVOS NA DATA.....: ' WS-CONT-ATIVOS.   00095500
           DISPLAY 'ORB022 -   INATIVOS NA DATA...: ' WS-CONT-INATIVOS. 00095600
           DISPLAY 'ORB022 -   JA EXCLUIDOS.......: '                   00095700
                   WS-CONT-EXCLUIDOS.                                   00095800
           DISPLAY 'ORB022 -   AINDA NAO EXISTIAM.: '                   00095900
                   WS-CONT-NAO-EXIST.                                   00096000
           DISPLAY 'ORB022 -   HIST. INCOMPLETO...: '                   00096100
                   WS-CONT-INCONSIST.                                   00096200
           DISPLAY 'ORB022 - PEDIDOS NAO ACHADOS..: '                   00096300
                   WS-CONT-NAO-ACHOU.                                   00096400
           DISPLAY 'ORB022 - GRAVADOS NO RECEXT...: ' WS-CONT-GRAVADOS. 00096500
           DISPLAY 'ORB022 - ERROS................: ' WS-CONT-ERROS.    00096600
                                                                        00096700
       900-99-EXIT.                                                     00096800
           EXIT.                                                        00096900
