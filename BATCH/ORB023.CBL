       ID DIVISION.                                                     00000100
       PROGRAM-ID. ORB023.                                              00000200
       AUTHOR.     DTS SOFTWARE.                                        00000300
      *REMARKS.    ***************************************************  00000400
      *            * AUDITORIA PERIODICA DA TRILHA CLIENTE X         *  00000500
      *            * CLIENTE_HIST. O HISTARCH (GERACOES DO ORB016),  *  00000600
      *            * O CLIENTE_HIST E O CLIENTE ATUAL SAO ORDENADOS  *  00000700
      *            * POR CODIGO E DATA DO EVENTO E CADA CODIGO E     *  00000800
      *            * CONFERIDO CONTRA QUATRO QUEBRAS DE TRILHA:      *  00000900
      *            * 1 CLIENTE SEM LINHA 'I' NO HISTORICO;           *  00001000
      *            * 2 HISTORICO DE CODIGO FORA DO CADASTRO CUJO     *  00001100
      *            *   ULTIMO EVENTO NAO E 'D'/'X';                  *  00001200
      *            * 3 SITUACAO ATUAL CONTRARIA AO ULTIMO EVENTO     *  00001300
      *            *   'C'/'R';                                      *  00001400
      *            * 4 DATA_ULT_ATUALIZACAO POSTERIOR A ULTIMA LINHA *  00001500
      *            *   DO HISTORICO.                                 *  00001600
      *            * AS QUEBRAS VAO PARA O QUEBWK E UM SEGUNDO SORT  *  00001700
      *            * IMPRIME O RELATORIO AGRUPADO POR TIPO DE        *  00001800
      *            * QUEBRA. O REGISTRO NO RUNCTL LEVA OS CODIGOS    *  00001900
      *            * COM E SEM QUEBRA PARA O BATIMENTO DO ORB015     *  00002000
      *            ***************************************************  00002100
                                                                        00002200
       ENVIRONMENT DIVISION.                                            00002300
       CONFIGURATION SECTION.                                           00002400
       SPECIAL-NAMES.                                                   00002500
           DECIMAL-POINT IS COMMA.                                      00002600
       INPUT-OUTPUT SECTION.                                            00002700
       FILE-CONTROL.                                                    00002800
           SELECT HISTARCH  ASSIGN TO HISTARCH                          00002900
               ORGANIZATION IS SEQUENTIAL                               00003000
               FILE STATUS  IS WS-ARCH-STATUS.                          00003100
                                                                        00003200
           SELECT QUEBWK    ASSIGN TO QUEBWK                            00003300
               ORGANIZATION IS SEQUENTIAL                               00003400
               FILE STATUS  IS WS-QUEBWK-STATUS.                        00003500
                                                                        00003600
           SELECT RELATORIO ASSIGN TO RELAT                             00003700
               ORGANIZATION IS SEQUENTIAL                               00003800
               FILE STATUS  IS WS-RELAT-STATUS.                         00003900
                                                                        00004000
           SELECT RUNCTL    ASSIGN TO RUNCTL                            00004100
               ORGANIZATION IS INDEXED                                  00004200
               ACCESS MODE  IS RANDOM                                   00004300
               RECORD KEY   IS CTL-CHAVE                                00004400
               FILE STATUS  IS WS-RUNCTL-STATUS.                        00004500
                                                                        00004600
           SELECT SRTWORK   ASSIGN TO SORTWK01.                         00004700
                                                                        00004800
           SELECT SRTQUEB   ASSIGN TO SORTWK02.                         00004900
                                                                        00005000
       DATA DIVISION.                                                   00005100
       FILE SECTION.                                                    00005200
       FD  HISTARCH                                                     00005300
           LABEL RECORDS ARE STANDARD.                                  00005400
       01  HISTARCH-REG.                                                00005500
           05  ARC-CODIGO          PIC 9(07).                           00005600
           05  ARC-NOME            PIC X(30).                           00005700
           05  ARC-ENDERECO        PIC X(30).                           00005800
           05  ARC-CIDADE          PIC X(20).                           00005900
           05  ARC-ESTADO          PIC X(02).                           00006000
           05  ARC-CEP             PIC 9(08).                           00006100
           05  ARC-TELEFONE        PIC X(15).                           00006200
           05  ARC-EMAIL           PIC X(40).                           00006300
           05  ARC-DATA-ULT        PIC X(26).                           00006400
           05  ARC-SITUACAO        PIC X(01).                           00006500
           05  ARC-OPERADOR        PIC X(08).                           00006600
           05  ARC-TERMINAL        PIC X(04).                           00006700
           05  ARC-DATA-HORA       PIC X(26).                           00006800
           05  ARC-TIPO-OPER       PIC X(01).                           00006900
           05  ARC-END-INV         PIC X(01).                           00007000
           05  ARC-EMA-INV         PIC X(01).                           00007100
           05  ARC-END-DATA        PIC X(10).                           00007200
           05  ARC-EMA-DATA        PIC X(10).                           00007300
                                                                        00007400
       FD  QUEBWK                                                       00007500
           LABEL RECORDS ARE STANDARD.                                  00007600
       01  QUEBWK-REG.                                                  00007700
           05  QWK-TIPO            PIC 9(01).                           00007800
           05  QWK-CODIGO          PIC 9(07).                           00007900
           05  QWK-NOME            PIC X(30).                           00008000
           05  QWK-SITUACAO        PIC X(01).                           00008100
           05  QWK-TIPO-OPER       PIC X(01).                           00008200
           05  QWK-DATA-EVENTO     PIC X(26).                           00008300
           05  QWK-DATA-ULT        PIC X(26).                           00008400
           05  QWK-OBS             PIC X(20).                           00008500
                                                                        00008600
       FD  RELATORIO                                                    00008700
           LABEL RECORDS ARE OMITTED.                                   00008800
       01  ORB023-REG              PIC X(132).                          00008900
                                                                        00009000
       FD  RUNCTL                                                       00009100
           LABEL RECORDS ARE STANDARD.                                  00009200
       01  RUNCTL-REG.                                                  00009300
           05  CTL-CHAVE.                                               00009400
               10  CTL-JOB             PIC X(08).                       00009500
               10  CTL-DATA            PIC X(10).                       00009600
           05  CTL-INPUT               PIC X(08).                       00009700
           05  CTL-LIDOS               PIC 9(07).                       00009800
           05  CTL-GRAVADOS            PIC 9(07).                       00009900
           05  CTL-ATUALIZADOS         PIC 9(07).                       00010000
           05  CTL-REJEITADOS          PIC 9(07).                       00010100
           05  FILLER                  PIC X(26).                       00010200
                                                                        00010300
       SD  SRTWORK.                                                     00010400
       01  SRT-REG.                                                     00010500
           05  SRT-CODIGO          PIC 9(07).                           00010600
           05  SRT-DATA-HORA       PIC X(26).                           00010700
           05  SRT-ORIGEM          PIC X(01).                           00010800
               88  SRT-DO-ARQUIVO            VALUE 'A'.                 00010900
               88  SRT-DO-HISTORICO          VALUE 'H'.                 00011000
               88  SRT-DO-CADASTRO           VALUE 'C'.                 00011100
           05  SRT-TIPO-OPER       PIC X(01).                           00011200
               88  SRT-INCLUSAO              VALUE 'I'.                 00011300
               88  SRT-INATIVA-REATIVA       VALUE 'C' 'R'.             00011400
           05  SRT-NOME            PIC X(30).                           00011500
           05  SRT-SITUACAO        PIC X(01).                           00011600
           05  SRT-DATA-ULT        PIC X(26).                           00011700
                                                                        00011800
       SD  SRTQUEB.                                                     00011900
       01  SQB-REG.                                                     00012000
           05  SQB-TIPO            PIC 9(01).                           00012100
           05  SQB-CODIGO          PIC 9(07).                           00012200
           05  SQB-NOME            PIC X(30).                           00012300
           05  SQB-SITUACAO        PIC X(01).                           00012400
           05  SQB-TIPO-OPER       PIC X(01).                           00012500
           05  SQB-DATA-EVENTO     PIC X(26).                           00012600
           05  SQB-DATA-ULT        PIC X(26).                           00012700
           05  SQB-OBS             PIC X(20).                           00012800
                                                                        00012900
       WORKING-STORAGE SECTION.                                         00013000
       77  WS00-INICIO   PIC X(32) VALUE '*** INICIO DA WORKING ***'.   00013100
                                                                        00013200
       77  WS-ARCH-STATUS       PIC X(02) VALUE SPACES.                 00013300
           88  WS-ARCH-NAO-EXISTE         VALUE '35'.                   00013400
       77  WS-QUEBWK-STATUS     PIC X(02) VALUE SPACES.                 00013500
       77  WS-RELAT-STATUS      PIC X(02) VALUE SPACES.                 00013600
       77  WS-RUNCTL-STATUS     PIC X(02) VALUE SPACES.                 00013700
           88  WS-RUNCTL-NAO-EXISTE       VALUE '35'.                   00013800
                                                                        00013900
       01  WS-RUNCTL-ABERTO-SW  PIC X(01) VALUE 'N'.                    00014000
           88  WS-RUNCTL-ABERTO           VALUE 'S'.                    00014100
                                                                        00014200
       01  WS-SWITCHES.                                                 00014300
           05  WS-FIM-ARCH-SW         PIC X(01) VALUE 'N'.              00014400
               88  WS-FIM-ARCH                  VALUE 'S'.              00014500
           05  WS-SEM-ARCH-SW         PIC X(01) VALUE 'N'.              00014600
               88  WS-SEM-ARCH                  VALUE 'S'.              00014700
           05  WS-FIM-HIST-SW         PIC X(01) VALUE 'N'.              00014800
               88  WS-FIM-HIST                  VALUE 'S'.              00014900
           05  WS-FIM-CLIENTE-SW      PIC X(01) VALUE 'N'.              00015000
               88  WS-FIM-CLIENTE               VALUE 'S'.              00015100
           05  WS-FIM-SORT-SW         PIC X(01) VALUE 'N'.              00015200
               88  WS-FIM-SORT                  VALUE 'S'.              00015300
           05  WS-FIM-QUEB-SW         PIC X(01) VALUE 'N'.              00015400
               88  WS-FIM-QUEB                  VALUE 'S'.              00015500
           05  WS-ERRO-ABERTURA-SW    PIC X(01) VALUE 'N'.              00015600
               88  WS-ERRO-ABERTURA             VALUE 'S'.              00015700
           05  WS-ERRO-SQL-SW         PIC X(01) VALUE 'N'.              00015800
               88  WS-ERRO-SQL                  VALUE 'S'.              00015900
           05  WS-ERRO-SORT-SW        PIC X(01) VALUE 'N'.              00016000
               88  WS-ERRO-SORT                 VALUE 'S'.              00016100
           05  WS-TEM-CADASTRO-SW     PIC X(01) VALUE 'N'.              00016200
               88  WS-TEM-CADASTRO              VALUE 'S'.              00016300
           05  WS-TEM-HIST-SW         PIC X(01) VALUE 'N'.              00016400
               88  WS-TEM-HIST                  VALUE 'S'.              00016500
           05  WS-TEM-INCLUSAO-SW     PIC X(01) VALUE 'N'.              00016600
               88  WS-TEM-INCLUSAO              VALUE 'S'.              00016700
           05  WS-TEVE-QUEBRA-SW      PIC X(01) VALUE 'N'.              00016800
               88  WS-TEVE-QUEBRA               VALUE 'S'.              00016900
                                                                        00017000
       01  WS-TS-MAXIMO         PIC X(26) VALUE                         00017100
           '9999-12-31-23.59.59.999999'.                                00017200
       01  WS-TS-LIMITE         PIC X(26) VALUE SPACES.                 00017300
                                                                        00017400
       01  WS-DATA-AMD          PIC X(08) VALUE SPACES.                 00017500
       01  WS-DATA-AMD-RED      REDEFINES WS-DATA-AMD.                  00017600
           05  WS-AMD-ANO       PIC X(04).                              00017700
           05  WS-AMD-MES       PIC X(02).                              00017800
           05  WS-AMD-DIA       PIC X(02).                              00017900
                                                                        00018000
       01  WS-DATA-HOJE.                                                00018100
           05  WS-HOJE-ANO      PIC X(04).                              00018200
           05  FILLER           PIC X(01) VALUE '-'.                    00018300
           05  WS-HOJE-MES      PIC X(02).                              00018400
           05  FILLER           PIC X(01) VALUE '-'.                    00018500
           05  WS-HOJE-DIA      PIC X(02).                              00018600
                                                                        00018700
      *    CODIGO EM TRATAMENTO NA SAIDA DO SORT: PRIMEIRO E ULTIMO     00018800
      *    EVENTO DO HISTORICO, ULTIMO 'C'/'R' E O CADASTRO ATUAL       00018900
       01  WS-COD-ATUAL         PIC 9(07) VALUE ZEROS.                  00019000
       01  WS-PRI-TIPO          PIC X(01) VALUE SPACES.                 00019100
       01  WS-PRI-DATA          PIC X(26) VALUE SPACES.                 00019200
       01  WS-ULT-TIPO          PIC X(01) VALUE SPACES.                 00019300
           88  WS-ULT-EXCLUSAO            VALUE 'D' 'X'.                00019400
       01  WS-ULT-DATA          PIC X(26) VALUE SPACES.                 00019500
       01  WS-ULT-NOME          PIC X(30) VALUE SPACES.                 00019600
       01  WS-ULT-CR-TIPO       PIC X(01) VALUE SPACES.                 00019700
           88  WS-ULT-CR-INATIVOU         VALUE 'C'.                    00019800
           88  WS-ULT-CR-REATIVOU         VALUE 'R'.                    00019900
       01  WS-ULT-CR-DATA       PIC X(26) VALUE SPACES.                 00020000
       01  WS-CAD-NOME          PIC X(30) VALUE SPACES.                 00020100
       01  WS-CAD-SITUACAO      PIC X(01) VALUE SPACES.                 00020200
           88  WS-CAD-ATIVO               VALUE 'A'.                    00020300
           88  WS-CAD-INATIVO             VALUE 'I'.                    00020400
       01  WS-CAD-DATA-ULT      PIC X(26) VALUE SPACES.                 00020500
                                                                        00020600
       01  WS-TAB-TITULOS.                                              00020700
           05  FILLER  PIC X(56) VALUE                                  00020800
               'CLIENTE SEM REGISTRO DE INCLUSAO (I) NO HISTORICO'.     00020900
           05  FILLER  PIC X(56) VALUE                                  00021000
               'HISTORICO DE CODIGO FORA DO CADASTRO SEM EXCLUSAO'.     00021100
           05  FILLER  PIC X(56) VALUE                                  00021200
               'SITUACAO ATUAL CONTRARIA AO ULTIMO EVENTO C/R'.         00021300
           05  FILLER  PIC X(56) VALUE                                  00021400
               'ULTIMA ATUALIZACAO POSTERIOR AO ULTIMO HISTORICO'.      00021500
                                                                        00021600
       01  WS-TAB-TITULOS-RED  REDEFINES WS-TAB-TITULOS.                00021700
           05  WS-TITULO  OCCURS 4 TIMES PIC X(56).                     00021800
                                                                        00021900
       01  WS-TIPO-ATUAL        PIC 9(01) VALUE ZEROS.                  00022000
                                                                        00022100
       77  WS-CONT-ARC-LIDOS PIC S9(07) COMP VALUE ZEROS.               00022200
       77  WS-CONT-HIS-LIDOS PIC S9(07) COMP VALUE ZEROS.               00022300
       77  WS-CONT-CLI-LIDOS PIC S9(07) COMP VALUE ZEROS.               00022400
       77  WS-CONT-CODIGOS   PIC S9(07) COMP VALUE ZEROS.               00022500
       77  WS-CONT-CADASTRO  PIC S9(07) COMP VALUE ZEROS.               00022600
       77  WS-CONT-SO-HIST   PIC S9(07) COMP VALUE ZEROS.               00022700
       77  WS-CONT-QUEBRA1   PIC S9(07) COMP VALUE ZEROS.               00022800
       77  WS-CONT-QUEBRA2   PIC S9(07) COMP VALUE ZEROS.               00022900
       77  WS-CONT-QUEBRA3   PIC S9(07) COMP VALUE ZEROS.               00023000
       77  WS-CONT-QUEBRA4   PIC S9(07) COMP VALUE ZEROS.               00023100
       77  WS-CONT-COD-QUEB  PIC S9(07) COMP VALUE ZEROS.               00023200
       77  WS-CONT-COD-OK    PIC S9(07) COMP VALUE ZEROS.               00023300
       77  WS-CONT-TIPO      PIC S9(07) COMP VALUE ZEROS.               00023400
       77  WS-CONT-IMPRESSAS PIC S9(07) COMP VALUE ZEROS.               00023500
                                                                        00023600
       01  WS-CAB1.                                                     00023700
           05  FILLER  PIC X(30) VALUE SPACES.                          00023800
           05  FILLER  PIC X(50) VALUE                                  00023900
               'AUDITORIA DA TRILHA CLIENTE X CLIENTE_HIST EM '.        00024000
           05  WS-CAB1-DATA  PIC X(10).                                 00024100
                                                                        00024200
       01  WS-CAB2.                                                     00024300
           05  FILLER  PIC X(09) VALUE 'CODIGO'.                        00024400
           05  FILLER  PIC X(32) VALUE 'NOME'.                          00024500
           05  FILLER  PIC X(06) VALUE 'SIT.'.                          00024600
           05  FILLER  PIC X(07) VALUE 'EVENTO'.                        00024700
           05  FILLER  PIC X(28) VALUE 'DATA DO EVENTO'.                00024800
           05  FILLER  PIC X(28) VALUE 'ULTIMA ATUALIZACAO'.            00024900
           05  FILLER  PIC X(20) VALUE 'OBSERVACAO'.                    00025000
                                                                        00025100
       01  WS-LIN-SEM-ARCH.                                             00025200
           05  FILLER  PIC X(60) VALUE                                  00025300
               'HISTARCH AUSENTE: INCLUSOES JA ARQUIVADAS NAO FORAM '.  00025400
           05  FILLER  PIC X(40) VALUE                                  00025500
               'CONSIDERADAS NA QUEBRA 1'.                              00025600
                                                                        00025700
       01  WS-LINTIPO.                                                  00025800
           05  FILLER            PIC X(07) VALUE 'QUEBRA '.             00025900
           05  WS-LINTIPO-NUM    PIC 9(01).                             00026000
           05  FILLER            PIC X(03) VALUE ' - '.                 00026100
           05  WS-LINTIPO-TIT    PIC X(56).                             00026200
                                                                        00026300
       01  WS-LINDET.                                                   00026400
           05  WS-LINDET-CODIGO  PIC ZZZZZZ9.                           00026500
           05  FILLER            PIC X(02) VALUE SPACES.                00026600
           05  WS-LINDET-NOME    PIC X(30).                             00026700
           05  FILLER            PIC X(02) VALUE SPACES.                00026800
           05  WS-LINDET-SITUAC  PIC X(01).                             00026900
           05  FILLER            PIC X(05) VALUE SPACES.                00027000
           05  WS-LINDET-TIPO    PIC X(01).                             00027100
           05  FILLER            PIC X(06) VALUE SPACES.                00027200
           05  WS-LINDET-DT-EVT  PIC X(26).                             00027300
           05  FILLER            PIC X(02) VALUE SPACES.                00027400
           05  WS-LINDET-DT-ULT  PIC X(26).                             00027500
           05  FILLER            PIC X(02) VALUE SPACES.                00027600
           05  WS-LINDET-OBS     PIC X(20).                             00027700
                                                                        00027800
       01  WS-LINTOT.                                                   00027900
           05  FILLER         PIC X(22) VALUE 'TOTAL DA QUEBRA......:'. 00028000
           05  WS-LINTOT-QTD  PIC ZZZ.ZZ9.                              00028100
                                                                        00028200
       01  WS-LIN-LIMPA.                                                00028300
           05  FILLER  PIC X(60) VALUE                                  00028400
               '*****   NENHUMA QUEBRA - TRILHA DE AUDITORIA INTEGRA'.  00028500
                                                                        00028600
       01  WS-LINRES1.                                                  00028700
           05  FILLER         PIC X(22) VALUE 'CODIGOS ANALISADOS...:'. 00028800
           05  WS-LINRES1-QTD PIC ZZZ.ZZ9.                              00028900
                                                                        00029000
       01  WS-LINRES2.                                                  00029100
           05  FILLER         PIC X(22) VALUE '  NO CADASTRO........:'. 00029200
           05  WS-LINRES2-QTD PIC ZZZ.ZZ9.                              00029300
                                                                        00029400
       01  WS-LINRES3.                                                  00029500
           05  FILLER         PIC X(22) VALUE '  SO NO HISTORICO....:'. 00029600
           05  WS-LINRES3-QTD PIC ZZZ.ZZ9.                              00029700
                                                                        00029800
       01  WS-LINRES4.                                                  00029900
           05  FILLER         PIC X(22) VALUE 'QUEBRA 1 SEM INCLUSAO:'. 00030000
           05  WS-LINRES4-QTD PIC ZZZ.ZZ9.                              00030100
                                                                        00030200
       01  WS-LINRES5.                                                  00030300
           05  FILLER         PIC X(22) VALUE 'QUEBRA 2 HIST S/ CAD.:'. 00030400
           05  WS-LINRES5-QTD PIC ZZZ.ZZ9.                              00030500
                                                                        00030600
       01  WS-LINRES6.                                                  00030700
           05  FILLER         PIC X(22) VALUE 'QUEBRA 3 SITUACAO....:'. 00030800
           05  WS-LINRES6-QTD PIC ZZZ.ZZ9.                              00030900
                                                                        00031000
       01  WS-LINRES7.                                                  00031100
           05  FILLER         PIC X(22) VALUE 'QUEBRA 4 DATA ATUALIZ:'. 00031200
           05  WS-LINRES7-QTD PIC ZZZ.ZZ9.                              00031300
                                                                        00031400
       01  WS-LINRES8.                                                  00031500
           05  FILLER         PIC X(22) VALUE 'CODIGOS COM QUEBRA...:'. 00031600
           05  WS-LINRES8-QTD PIC ZZZ.ZZ9.                              00031700
                                                                        00031800
       01  WS-LINRES9.                                                  00031900
           05  FILLER         PIC X(22) VALUE 'CODIGOS SEM QUEBRA...:'. 00032000
           05  WS-LINRES9-QTD PIC ZZZ.ZZ9.                              00032100
                                                                        00032200
           EXEC SQL INCLUDE CLIENTE END-EXEC.                           00032300
                                                                        00032400
           EXEC SQL INCLUDE CLIENTEH END-EXEC.                          00032500
                                                                        00032600
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00032700
                                                                        00032800
       77  WS00-FIM      PIC X(32) VALUE '***  FIM DA WORKING  ***'.    00032900
           EJECT                                                        00033000
                                                                        00033100
       PROCEDURE DIVISION.                                              00033200
                                                                        00033300
      ***************************************************************** 00033400
      **       ROTINA PRINCIPAL                                      *  00033500
      ***************************************************************** 00033600
       000-00-MAINLINE SECTION.                                         00033700
                                                                        00033800
           PERFORM 100-00-INICIO   THRU 100-99-EXIT.                    00033900
                                                                        00034000
           IF  NOT WS-ERRO-ABERTURA                                     00034100
               PERFORM 200-00-AUDITORIA THRU 200-99-EXIT.               00034200
                                                                        00034300
           PERFORM 900-00-TERMINO  THRU 900-99-EXIT.                    00034400
                                                                        00034500
           STOP RUN.                                                    00034600
           EJECT                                                        00034700
      ***************************************************************** 00034800
      **       CONTROLE DE EXECUCAO (RUNCTL): SE JA EXISTE REGISTRO   * 00034900
      **       DESTE JOB PARA A DATA DE HOJE, A AUDITORIA JA FOI      * 00035000
      **       FEITA E O JOB E CANCELADO NA HORA (RC=16)              * 00035100
      ***************************************************************** 00035200
       050-00-VERIFICA-RUNCTL SECTION.                                  00035300
                                                                        00035400
           OPEN I-O RUNCTL.                                             00035500
                                                                        00035600
           IF  WS-RUNCTL-NAO-EXISTE                                     00035700
               OPEN OUTPUT RUNCTL                                       00035800
               MOVE SPACES      TO RUNCTL-REG                           00035900
               MOVE '*INICIO*'  TO CTL-JOB                              00036000
               MOVE '0001-01-01' TO CTL-DATA                            00036100
               MOVE ZEROS       TO CTL-LIDOS CTL-GRAVADOS               00036200
                                   CTL-ATUALIZADOS CTL-REJEITADOS       00036300
               WRITE RUNCTL-REG                                         00036400
               CLOSE RUNCTL                                             00036500
               OPEN I-O RUNCTL.                                         00036600
                                                                        00036700
           IF  WS-RUNCTL-STATUS NOT EQUAL '00'                          00036800
               DISPLAY 'ORB023 - ERRO AO ABRIR O RUNCTL, '              00036900
                       'FILE STATUS = ' WS-RUNCTL-STATUS                00037000
               GO TO 050-99-EXIT.                                       00037100
                                                                        00037200
           MOVE 'S' TO WS-RUNCTL-ABERTO-SW.                             00037300
                                                                        00037400
           MOVE 'ORB023'     TO CTL-JOB.                                00037500
           MOVE WS-DATA-HOJE TO CTL-DATA.                               00037600
                                                                        00037700
           READ RUNCTL                                                  00037800
               INVALID KEY                                              00037900
                   GO TO 050-99-EXIT.                                   00038000
                                                                        00038100
           DISPLAY 'ORB023 - AUDITORIA JA EXECUTADA EM '                00038200
                   CTL-DATA '. EXECUCAO CANCELADA'.                     00038300
                                                                        00038400
           CLOSE RUNCTL.                                                00038500
                                                                        00038600
           MOVE 16 TO RETURN-CODE.                                      00038700
                                                                        00038800
           STOP RUN.                                                    00038900
                                                                        00039000
       050-99-EXIT.                                                     00039100
           EXIT.                                                        00039200
           EJECT                                                        00039300
      ***************************************************************** 00039400
      **       DATA DE HOJE, ABERTURA DOS ARQUIVOS E CABECALHO DO     * 00039500
      **       RELATORIO. SEM HISTARCH A AUDITORIA SEGUE SO COM O     * 00039600
      **       CLIENTE_HIST, COM AVISO NO RELATORIO                   * 00039700
      ***************************************************************** 00039800
       100-00-INICIO SECTION.                                           00039900
                                                                        00040000
           ACCEPT WS-DATA-AMD FROM DATE YYYYMMDD.                       00040100
           MOVE WS-AMD-ANO TO WS-HOJE-ANO.                              00040200
           MOVE WS-AMD-MES TO WS-HOJE-MES.                              00040300
           MOVE WS-AMD-DIA TO WS-HOJE-DIA.                              00040400
                                                                        00040500
           PERFORM 050-00-VERIFICA-RUNCTL THRU 050-99-EXIT.             00040600
                                                                        00040700
           OPEN INPUT  HISTARCH.                                        00040800
           OPEN OUTPUT QUEBWK.                                          00040900
           OPEN OUTPUT RELATORIO.                                       00041000
                                                                        00041100
           IF  WS-ARCH-NAO-EXISTE                                       00041200
               DISPLAY 'ORB023 - HISTARCH AUSENTE. SO O CLIENTE_HIST '  00041300
                       'SERA USADO'                                     00041400
               MOVE 'S' TO WS-FIM-ARCH-SW                               00041500
               MOVE 'S' TO WS-SEM-ARCH-SW                               00041600
           ELSE                                                         00041700
               IF  WS-ARCH-STATUS NOT EQUAL '00'                        00041800
                   DISPLAY 'ORB023 - ERRO AO ABRIR O HISTARCH, '        00041900
                           'FILE STATUS = ' WS-ARCH-STATUS              00042000
                   MOVE 'S' TO WS-ERRO-ABERTURA-SW                      00042100
                   MOVE 16  TO RETURN-CODE                              00042200
                   GO TO 100-99-EXIT.                                   00042300
                                                                        00042400
           IF  WS-QUEBWK-STATUS NOT EQUAL '00'                          00042500
               DISPLAY 'ORB023 - ERRO AO ABRIR O QUEBWK, '              00042600
                       'FILE STATUS = ' WS-QUEBWK-STATUS                00042700
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00042800
               MOVE 16  TO RETURN-CODE                                  00042900
               GO TO 100-99-EXIT.                                       00043000
                                                                        00043100
           IF  WS-RELAT-STATUS NOT EQUAL '00'                           00043200
               DISPLAY 'ORB023 - ERRO AO ABRIR O RELATORIO, '           00043300
                       'FILE STATUS = ' WS-RELAT-STATUS                 00043400
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00043500
               MOVE 16  TO RETURN-CODE                                  00043600
               GO TO 100-99-EXIT.                                       00043700
                                                                        00043800
           MOVE WS-DATA-HOJE TO WS-CAB1-DATA.                           00043900
                                                                        00044000
           WRITE ORB023-REG FROM WS-CAB1 AFTER ADVANCING PAGE.          00044100
                                                                        00044200
           IF  WS-SEM-ARCH                                              00044300
               WRITE ORB023-REG FROM WS-LIN-SEM-ARCH                    00044400
                     AFTER ADVANCING 2 LINES.                           00044500
                                                                        00044600
       100-99-EXIT.                                                     00044700
           EXIT.                                                        00044800
           EJECT                                                        00044900
      ***************************************************************** 00045000
      **       PRIMEIRO SORT: TRILHA POR CODIGO E DATA, COM AS        * 00045100
      **       QUEBRAS GRAVADAS NO QUEBWK. SEGUNDO SORT: QUEBRAS POR  * 00045200
      **       TIPO E CODIGO PARA O RELATORIO                         * 00045300
      ***************************************************************** 00045400
       200-00-AUDITORIA SECTION.                                        00045500
                                                                        00045600
           SORT SRTWORK                                                 00045700
               ON ASCENDING KEY SRT-CODIGO SRT-DATA-HORA                00045800
               INPUT  PROCEDURE IS 300-00-CARGA-SORT                    00045900
                              THRU 300-99-EXIT                          00046000
               OUTPUT PROCEDURE IS 500-00-AUDITA                        00046100
                              THRU 500-99-EXIT.                         00046200
                                                                        00046300
           CLOSE QUEBWK.                                                00046400
                                                                        00046500
           IF  SORT-RETURN NOT EQUAL ZEROS                              00046600
               DISPLAY 'ORB023 - ERRO NO SORT DA TRILHA, '              00046700
                       'SORT-RETURN = ' SORT-RETURN                     00046800
               MOVE 'S' TO WS-ERRO-SORT-SW                              00046900
               GO TO 200-99-EXIT.                                       00047000
                                                                        00047100
           IF  WS-ERRO-SQL                                              00047200
               GO TO 200-99-EXIT.                                       00047300
                                                                        00047400
           SORT SRTQUEB                                                 00047500
               ON ASCENDING KEY SQB-TIPO SQB-CODIGO                     00047600
               USING QUEBWK                                             00047700
               OUTPUT PROCEDURE IS 700-00-IMPRIME                       00047800
                              THRU 700-99-EXIT.                         00047900
                                                                        00048000
           IF  SORT-RETURN NOT EQUAL ZEROS                              00048100
               DISPLAY 'ORB023 - ERRO NO SORT DAS QUEBRAS, '            00048200
                       'SORT-RETURN = ' SORT-RETURN                     00048300
               MOVE 'S' TO WS-ERRO-SORT-SW.                             00048400
                                                                        00048500
       200-99-EXIT.                                                     00048600
           EXIT.                                                        00048700
           EJECT                                                        00048800
      ***************************************************************** 00048900
      **       ENTRADA DO SORT: LINHAS ARQUIVADAS (HISTARCH), LINHAS  * 00049000
      **       DO CLIENTE_HIST E O CADASTRO ATUAL, ESTE COM A MAIOR   * 00049100
      **       DATA POSSIVEL PARA FICAR DEPOIS DE TODO O HISTORICO    * 00049200
      ***************************************************************** 00049300
       300-00-CARGA-SORT SECTION.                                       00049400
                                                                        00049500
           IF  NOT WS-FIM-ARCH                                          00049600
               PERFORM 310-10-LE-ARQUIVO THRU 310-10-EXIT.              00049700
                                                                        00049800
           PERFORM 310-00-CARGA-ARQUIVO THRU 310-99-EXIT                00049900
               UNTIL WS-FIM-ARCH.                                       00050000
                                                                        00050100
           EXEC SQL DECLARE CUR-HISTORICO CURSOR FOR                    00050200
               SELECT CODIGO, NOME, HIST_DATA_HORA, HIST_TIPO_OPER      00050300
                 FROM CLIENTE_HIST                                      00050400
           END-EXEC.                                                    00050500
                                                                        00050600
           EXEC SQL OPEN CUR-HISTORICO END-EXEC.                        00050700
                                                                        00050800
           IF  SQLCODE NOT EQUAL ZEROS                                  00050900
               DISPLAY 'ORB023 - ERRO AO ABRIR O CURSOR '               00051000
                       'CUR-HISTORICO, SQLCODE = ' SQLCODE              00051100
               MOVE 'S' TO WS-ERRO-SQL-SW                               00051200
               GO TO 300-99-EXIT.                                       00051300
                                                                        00051400
           PERFORM 320-10-LE-HISTORICO THRU 320-10-EXIT.                00051500
                                                                        00051600
           PERFORM 320-00-CARGA-HISTORICO THRU 320-99-EXIT              00051700
               UNTIL WS-FIM-HIST.                                       00051800
                                                                        00051900
           EXEC SQL CLOSE CUR-HISTORICO END-EXEC.                       00052000
                                                                        00052100
           EXEC SQL DECLARE CUR-CLIENTE CURSOR FOR                      00052200
               SELECT CODIGO, NOME, SITUACAO, DATA_ULT_ATUALIZACAO      00052300
                 FROM CLIENTE                                           00052400
           END-EXEC.                                                    00052500
                                                                        00052600
           EXEC SQL OPEN CUR-CLIENTE END-EXEC.                          00052700
                                                                        00052800
           IF  SQLCODE NOT EQUAL ZEROS                                  00052900
               DISPLAY 'ORB023 - ERRO AO ABRIR O CURSOR '               00053000
                       'CUR-CLIENTE, SQLCODE = ' SQLCODE                00053100
               MOVE 'S' TO WS-ERRO-SQL-SW                               00053200
               GO TO 300-99-EXIT.                                       00053300
                                                                        00053400
           PERFORM 330-10-LE-CLIENTE THRU 330-10-EXIT.                  00053500
                                                                        00053600
           PERFORM 330-00-CARGA-CLIENTE THRU 330-99-EXIT                00053700
               UNTIL WS-FIM-CLIENTE.                                    00053800
                                                                        00053900
           EXEC SQL CLOSE CUR-CLIENTE END-EXEC.                         00054000
                                                                        00054100
       300-99-EXIT.                                                     00054200
           EXIT.                                                        00054300
           EJECT                                                        00054400
      ***************************************************************** 00054500
      **       LINHA ARQUIVADA PELO ORB016 PARA O SORT                * 00054600
      ***************************************************************** 00054700
       310-00-CARGA-ARQUIVO SECTION.                                    00054800
                                                                        00054900
           ADD 1 TO WS-CONT-ARC-LIDOS.                                  00055000
                                                                        00055100
           MOVE ARC-CODIGO    TO SRT-CODIGO.                            00055200
           MOVE ARC-DATA-HORA TO SRT-DATA-HORA.                         00055300
           MOVE 'A'           TO SRT-ORIGEM.                            00055400
           MOVE ARC-TIPO-OPER TO SRT-TIPO-OPER.                         00055500
           MOVE ARC-NOME      TO SRT-NOME.                              00055600
           MOVE SPACES        TO SRT-SITUACAO.                          00055700
           MOVE SPACES        TO SRT-DATA-ULT.                          00055800
           RELEASE SRT-REG.                                             00055900
                                                                        00056000
           PERFORM 310-10-LE-ARQUIVO THRU 310-10-EXIT.                  00056100
                                                                        00056200
           GO TO 310-99-EXIT.                                           00056300
                                                                        00056400
       310-99-EXIT.                                                     00056500
           EXIT.                                                        00056600
                                                                        00056700
       310-10-LE-ARQUIVO SECTION.                                       00056800
                                                                        00056900
           READ HISTARCH                                                00057000
               AT END                                                   00057100
                   MOVE 'S' TO WS-FIM-ARCH-SW.                          00057200
                                                                        00057300
           GO TO 310-10-EXIT.                                           00057400
                                                                        00057500
       310-10-EXIT.                                                     00057600
           EXIT.                                                        00057700
           EJECT                                                        00057800
      ***************************************************************** 00057900
      **       LINHA DO CLIENTE_HIST PARA O SORT                      * 00058000
      ***************************************************************** 00058100
       320-00-CARGA-HISTORICO SECTION.                                  00058200
                                                                        00058300
           ADD 1 TO WS-CONT-HIS-LIDOS.                                  00058400
                                                                        00058500
           MOVE CODIGO-CLI-H       TO SRT-CODIGO.                       00058600
           MOVE HIST-DATA-HORA-CLI TO SRT-DATA-HORA.                    00058700
           MOVE 'H'                TO SRT-ORIGEM.                       00058800
           MOVE HIST-TIPO-OPER-CLI TO SRT-TIPO-OPER.                    00058900
           MOVE NOME-CLI-H         TO SRT-NOME.                         00059000
           MOVE SPACES             TO SRT-SITUACAO.                     00059100
           MOVE SPACES             TO SRT-DATA-ULT.                     00059200
           RELEASE SRT-REG.                                             00059300
                                                                        00059400
           PERFORM 320-10-LE-HISTORICO THRU 320-10-EXIT.                00059500
                                                                        00059600
           GO TO 320-99-EXIT.                                           00059700
                                                                        00059800
       320-99-EXIT.                                                     00059900
           EXIT.                                                        00060000
                                                                        00060100
       320-10-LE-HISTORICO SECTION.                                     00060200
                                                                        00060300
           EXEC SQL FETCH CUR-HISTORICO                                 00060400
                    INTO :CODIGO-CLI-H, :NOME-CLI-H,                    00060500
                         :HIST-DATA-HORA-CLI, :HIST-TIPO-OPER-CLI       00060600
           END-EXEC.                                                    00060700
                                                                        00060800
           IF  SQLCODE EQUAL ZEROS                                      00060900
               NEXT SENTENCE                                            00061000
           ELSE                                                         00061100
               IF  SQLCODE EQUAL +100                                   00061200
                   MOVE 'S' TO WS-FIM-HIST-SW                           00061300
               ELSE                                                     00061400
                   DISPLAY 'ORB023 - ERRO NO FETCH DE CUR-HISTORICO, '  00061500
                           'SQLCODE = ' SQLCODE                         00061600
                   MOVE 'S' TO WS-ERRO-SQL-SW                           00061700
                   MOVE 'S' TO WS-FIM-HIST-SW.                          00061800
                                                                        00061900
           GO TO 320-10-EXIT.                                           00062000
                                                                        00062100
       320-10-EXIT.                                                     00062200
           EXIT.                                                        00062300
           EJECT                                                        00062400
      ***************************************************************** 00062500
      **       CADASTRO ATUAL PARA O SORT, DEPOIS DE TODO HISTORICO   * 00062600
      ***************************************************************** 00062700
       330-00-CARGA-CLIENTE SECTION.                                    00062800
                                                                        00062900
           ADD 1 TO WS-CONT-CLI-LIDOS.                                  00063000
                                                                        00063100
           MOVE CODIGO-CLI               TO SRT-CODIGO.                 00063200
           MOVE WS-TS-MAXIMO             TO SRT-DATA-HORA.              00063300
           MOVE 'C'                      TO SRT-ORIGEM.                 00063400
           MOVE SPACES                   TO SRT-TIPO-OPER.              00063500
           MOVE NOME-CLI                 TO SRT-NOME.                   00063600
           MOVE SITUACAO-CLI             TO SRT-SITUACAO.               00063700
           MOVE DATA-ULT-ATUALIZACAO-CLI TO SRT-DATA-ULT.               00063800
           RELEASE SRT-REG.                                             00063900
                                                                        00064000
           PERFORM 330-10-LE-CLIENTE THRU 330-10-EXIT.                  00064100
                                                                        00064200
           GO TO 330-99-EXIT.                                           00064300
                                                                        00064400
       330-99-EXIT.                                                     00064500
           EXIT.                                                        00064600
                                                                        00064700
       330-10-LE-CLIENTE SECTION.                                       00064800
                                                                        00064900
           EXEC SQL FETCH CUR-CLIENTE                                   00065000
                    INTO :CODIGO-CLI, :NOME-CLI, :SITUACAO-CLI,         00065100
                         :DATA-ULT-ATUALIZACAO-CLI                      00065200
           END-EXEC.                                                    00065300
                                                                        00065400
           IF  SQLCODE EQUAL ZEROS                                      00065500
               NEXT SENTENCE                                            00065600
           ELSE                                                         00065700
               IF  SQLCODE EQUAL +100                                   00065800
                   MOVE 'S' TO WS-FIM-CLIENTE-SW                        00065900
               ELSE                                                     00066000
                   DISPLAY 'ORB023 - ERRO NO FETCH DE CUR-CLIENTE, '    00066100
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
      **       SAIDA DO SORT: UM GRUPO POR CODIGO, EM ORDEM DE DATA   * 00067200
      ***************************************************************** 00067300
       500-00-AUDITA SECTION.                                           00067400
                                                                        00067500
           PERFORM 510-10-RETORNA THRU 510-10-EXIT.                     00067600
                                                                        00067700
           PERFORM 510-00-TRATA-CODIGO THRU 510-99-EXIT                 00067800
               UNTIL WS-FIM-SORT.                                       00067900
                                                                        00068000
       500-99-EXIT.                                                     00068100
           EXIT.                                                        00068200
           EJECT                                                        00068300
      ***************************************************************** 00068400
      **       ACUMULA A TRILHA DO CODIGO E, NA QUEBRA DE CODIGO,     * 00068500
      **       CONFERE AS QUATRO REGRAS                               * 00068600
      ***************************************************************** 00068700
       510-00-TRATA-CODIGO SECTION.                                     00068800
                                                                        00068900
           ADD 1 TO WS-CONT-CODIGOS.                                    00069000
                                                                        00069100
           MOVE SRT-CODIGO TO WS-COD-ATUAL.                             00069200
           MOVE 'N'        TO WS-TEM-CADASTRO-SW.                       00069300
           MOVE 'N'        TO WS-TEM-HIST-SW.                           00069400
           MOVE 'N'        TO WS-TEM-INCLUSAO-SW.                       00069500
           MOVE 'N'        TO WS-TEVE-QUEBRA-SW.                        00069600
           MOVE SPACES     TO WS-PRI-TIPO     WS-PRI-DATA               00069700
                              WS-ULT-TIPO     WS-ULT-DATA               00069800
                              WS-ULT-NOME                               00069900
                              WS-ULT-CR-TIPO  WS-ULT-CR-DATA            00070000
                              WS-CAD-NOME     WS-CAD-SITUACAO           00070100
                              WS-CAD-DATA-ULT.                          00070200
                                                                        00070300
           PERFORM 520-00-ACUMULA THRU 520-99-EXIT                      00070400
               UNTIL WS-FIM-SORT                                        00070500
                  OR SRT-CODIGO NOT EQUAL WS-COD-ATUAL.                 00070600
                                                                        00070700
           PERFORM 530-00-CONFERE THRU 530-99-EXIT.                     00070800
                                                                        00070900
           IF  WS-TEVE-QUEBRA                                           00071000
               ADD 1 TO WS-CONT-COD-QUEB                                00071100
           ELSE                                                         00071200
               ADD 1 TO WS-CONT-COD-OK.                                 00071300
                                                                        00071400
       510-99-EXIT.                                                     00071500
           EXIT.                                                        00071600
                                                                        00071700
       510-10-RETORNA SECTION.                                          00071800
                                                                        00071900
           RETURN SRTWORK                                               00072000
               AT END                                                   00072100
                   MOVE 'S' TO WS-FIM-SORT-SW.                          00072200
                                                                        00072300
           GO TO 510-10-EXIT.                                           00072400
                                                                        00072500
       510-10-EXIT.                                                     00072600
           EXIT.                                                        00072700
           EJECT                                                        00072800
                                                                        00072900
       520-00-ACUMULA SECTION.                                          00073000
                                                                        00073100
           IF  SRT-DO-CADASTRO                                          00073200
               MOVE 'S'          TO WS-TEM-CADASTRO-SW                  00073300
               MOVE SRT-NOME     TO WS-CAD-NOME                         00073400
               MOVE SRT-SITUACAO TO WS-CAD-SITUACAO                     00073500
               MOVE SRT-DATA-ULT TO WS-CAD-DATA-ULT                     00073600
               GO TO 520-90-PROXIMO.                                    00073700
                                                                        00073800
           IF  NOT WS-TEM-HIST                                          00073900
               MOVE 'S'           TO WS-TEM-HIST-SW                     00074000
               MOVE SRT-TIPO-OPER TO WS-PRI-TIPO                        00074100
               MOVE SRT-DATA-HORA TO WS-PRI-DATA.                       00074200
                                                                        00074300
           IF  SRT-INCLUSAO                                             00074400
               MOVE 'S' TO WS-TEM-INCLUSAO-SW.                          00074500
                                                                        00074600
           IF  SRT-INATIVA-REATIVA                                      00074700
               MOVE SRT-TIPO-OPER TO WS-ULT-CR-TIPO                     00074800
               MOVE SRT-DATA-HORA TO WS-ULT-CR-DATA.                    00074900
                                                                        00075000
           MOVE SRT-TIPO-OPER TO WS-ULT-TIPO.                           00075100
           MOVE SRT-DATA-HORA TO WS-ULT-DATA.                           00075200
           MOVE SRT-NOME      TO WS-ULT-NOME.                           00075300
                                                                        00075400
       520-90-PROXIMO.                                                  00075500
                                                                        00075600
           PERFORM 510-10-RETORNA THRU 510-10-EXIT.                     00075700
                                                                        00075800
           GO TO 520-99-EXIT.                                           00075900
                                                                        00076000
       520-99-EXIT.                                                     00076100
           EXIT.                                                        00076200
           EJECT                                                        00076300
      ***************************************************************** 00076400
      **       REGRAS DA TRILHA. NO CADASTRO: TEM DE HAVER UMA LINHA  * 00076500
      **       'I'; A SITUACAO TEM DE SER 'I' SE O ULTIMO 'C'/'R' FOI * 00076600
      **       'C' E 'A' SE FOI 'R'; A DATA_ULT_ATUALIZACAO NAO PODE  * 00076700
      **       PASSAR DA ULTIMA LINHA DO HISTORICO EM MAIS DE UM      * 00076800
      **       MINUTO (A LINHA DO HISTORICO E O UPDATE DO CLIENTE     * 00076900
      **       SAO COMANDOS SEPARADOS E NAO TEM O MESMO CURRENT       * 00077000
      **       TIMESTAMP). FORA DO CADASTRO: O ULTIMO EVENTO TEM DE   * 00077100
      **       SER 'D' OU 'X'                                         * 00077200
      ***************************************************************** 00077300
       530-00-CONFERE SECTION.                                          00077400
                                                                        00077500
           IF  NOT WS-TEM-CADASTRO                                      00077600
               GO TO 530-50-SO-HISTORICO.                               00077700
                                                                        00077800
           ADD 1 TO WS-CONT-CADASTRO.                                   00077900
                                                                        00078000
           IF  WS-TEM-INCLUSAO                                          00078100
               GO TO 530-20-SITUACAO.                                   00078200
                                                                        00078300
           MOVE SPACES          TO QUEBWK-REG.                          00078400
           MOVE 1               TO QWK-TIPO.                            00078500
           MOVE WS-PRI-TIPO     TO QWK-TIPO-OPER.                       00078600
           MOVE WS-PRI-DATA     TO QWK-DATA-EVENTO.                     00078700
                                                                        00078800
           IF  WS-TEM-HIST                                              00078900
               MOVE 'PRIMEIRO EVENTO' TO QWK-OBS                        00079000
           ELSE                                                         00079100
               MOVE 'SEM HISTORICO'   TO QWK-OBS.                       00079200
                                                                        00079300
           PERFORM 540-00-GRAVA-QUEBRA THRU 540-99-EXIT.                00079400
                                                                        00079500
       530-20-SITUACAO.                                                 00079600
                                                                        00079700
           IF  NOT (WS-ULT-CR-INATIVOU AND NOT WS-CAD-INATIVO) AND      00079800
               NOT (WS-ULT-CR-REATIVOU AND NOT WS-CAD-ATIVO)            00079900
               GO TO 530-30-DATA-ULT.                                   00080000
                                                                        00080100
           MOVE SPACES          TO QUEBWK-REG.                          00080200
           MOVE 3               TO QWK-TIPO.                            00080300
           MOVE WS-ULT-CR-TIPO  TO QWK-TIPO-OPER.                       00080400
           MOVE WS-ULT-CR-DATA  TO QWK-DATA-EVENTO.                     00080500
                                                                        00080600
           IF  WS-ULT-CR-INATIVOU                                       00080700
               MOVE 'ESPERADO INATIVO' TO QWK-OBS                       00080800
           ELSE                                                         00080900
               MOVE 'ESPERADO ATIVO'   TO QWK-OBS.                      00081000
                                                                        00081100
           PERFORM 540-00-GRAVA-QUEBRA THRU 540-99-EXIT.                00081200
                                                                        00081300
       530-30-DATA-ULT.                                                 00081400
                                                                        00081500
           IF  NOT WS-TEM-HIST                                          00081600
               GO TO 530-99-EXIT.                                       00081700
                                                                        00081800
           IF  WS-CAD-DATA-ULT NOT GREATER WS-ULT-DATA                  00081900
               GO TO 530-99-EXIT.                                       00082000
                                                                        00082100
           EXEC SQL SET :WS-TS-LIMITE =                                 00082200
                    TIMESTAMP(:WS-ULT-DATA) + 1 MINUTE                  00082300
           END-EXEC.                                                    00082400
                                                                        00082500
           IF  SQLCODE NOT EQUAL ZEROS                                  00082600
               DISPLAY 'ORB023 - ERRO NO CALCULO DA TOLERANCIA DO '     00082700
                       'CODIGO ' WS-COD-ATUAL ' SQLCODE = ' SQLCODE     00082800
               MOVE WS-ULT-DATA TO WS-TS-LIMITE.                        00082900
                                                                        00083000
           IF  WS-CAD-DATA-ULT GREATER WS-TS-LIMITE                     00083100
               MOVE SPACES          TO QUEBWK-REG                       00083200
               MOVE 4               TO QWK-TIPO                         00083300
               MOVE WS-ULT-TIPO     TO QWK-TIPO-OPER                    00083400
               MOVE WS-ULT-DATA     TO QWK-DATA-EVENTO                  00083500
               MOVE 'ULTIMO EVENTO' TO QWK-OBS                          00083600
               PERFORM 540-00-GRAVA-QUEBRA THRU 540-99-EXIT.            00083700
                                                                        00083800
           GO TO 530-99-EXIT.                                           00083900
                                                                        00084000
       530-50-SO-HISTORICO.                                             00084100
                                                                        00084200
           ADD 1 TO WS-CONT-SO-HIST.                                    00084300
                                                                        00084400
           IF  NOT WS-ULT-EXCLUSAO                                      00084500
               MOVE SPACES          TO QUEBWK-REG                       00084600
               MOVE 2               TO QWK-TIPO                         00084700
               MOVE WS-ULT-TIPO     TO QWK-TIPO-OPER                    00084800
               MOVE WS-ULT-DATA     TO QWK-DATA-EVENTO                  00084900
               MOVE 'SEM EXCLUSAO'  TO QWK-OBS                          00085000
               PERFORM 540-00-GRAVA-QUEBRA THRU 540-99-EXIT.            00085100
                                                                        00085200
       530-99-EXIT.                                                     00085300
           EXIT.                                                        00085400
           EJECT                                                        00085500
      ***************************************************************** 00085600
      **       COMPLETA E GRAVA A QUEBRA NO QUEBWK. TIPO, EVENTO E    * 00085700
      **       OBSERVACAO JA VEM PREENCHIDOS                          * 00085800
      ***************************************************************** 00085900
       540-00-GRAVA-QUEBRA SECTION.                                     00086000
                                                                        00086100
           MOVE WS-COD-ATUAL TO QWK-CODIGO.                             00086200
                                                                        00086300
           IF  WS-TEM-CADASTRO                                          00086400
               MOVE WS-CAD-NOME     TO QWK-NOME                         00086500
               MOVE WS-CAD-SITUACAO TO QWK-SITUACAO                     00086600
               MOVE WS-CAD-DATA-ULT TO QWK-DATA-ULT                     00086700
           ELSE                                                         00086800
               MOVE WS-ULT-NOME     TO QWK-NOME.                        00086900
                                                                        00087000
           WRITE QUEBWK-REG.                                            00087100
                                                                        00087200
           MOVE 'S' TO WS-TEVE-QUEBRA-SW.                               00087300
                                                                        00087400
           IF  QWK-TIPO EQUAL 1                                         00087500
               ADD 1 TO WS-CONT-QUEBRA1.                                00087600
                                                                        00087700
           IF  QWK-TIPO EQUAL 2                                         00087800
               ADD 1 TO WS-CONT-QUEBRA2.                                00087900
                                                                        00088000
           IF  QWK-TIPO EQUAL 3                                         00088100
               ADD 1 TO WS-CONT-QUEBRA3.                                00088200
                                                                        00088300
           IF  QWK-TIPO EQUAL 4                                         00088400
               ADD 1 TO WS-CONT-QUEBRA4.                                00088500
                                                                        00088600
       540-99-EXIT.                                                     00088700
           EXIT.                                                        00088800
           EJECT                                                        00088900
      ***************************************************************** 00089000
      **       SAIDA DO SEGUNDO SORT: RELATORIO DAS QUEBRAS POR TIPO  * 00089100
      ***************************************************************** 00089200
       700-00-IMPRIME SECTION.                                          00089300
                                                                        00089400
           PERFORM 710-10-RETORNA THRU 710-10-EXIT.                     00089500
                                                                        00089600
           PERFORM 710-00-TRATA-TIPO THRU 710-99-EXIT                   00089700
               UNTIL WS-FIM-QUEB.                                       00089800
                                                                        00089900
           IF  WS-CONT-IMPRESSAS EQUAL ZEROS                            00090000
               WRITE ORB023-REG FROM WS-LIN-LIMPA                       00090100
                     AFTER ADVANCING 3 LINES.                           00090200
                                                                        00090300
       700-99-EXIT.                                                     00090400
           EXIT.                                                        00090500
           EJECT                                                        00090600
      ***************************************************************** 00090700
      **       TITULO DO TIPO DE QUEBRA, LINHAS E TOTAL DO TIPO       * 00090800
      ***************************************************************** 00090900
       710-00-TRATA-TIPO SECTION.                                       00091000
                                                                        00091100
           MOVE SQB-TIPO   TO WS-TIPO-ATUAL.                            00091200
           MOVE ZEROS      TO WS-CONT-TIPO.                             00091300
                                                                        00091400
           MOVE WS-TIPO-ATUAL            TO WS-LINTIPO-NUM.             00091500
           MOVE WS-TITULO(WS-TIPO-ATUAL) TO WS-LINTIPO-TIT.             00091600
                                                                        00091700
           WRITE ORB023-REG FROM WS-LINTIPO AFTER ADVANCING 3 LINES.    00091800
           WRITE ORB023-REG FROM WS-CAB2    AFTER ADVANCING 2 LINES.    00091900
                                                                        00092000
           PERFORM 720-00-IMPRIME-LINHA THRU 720-99-EXIT                00092100
               UNTIL WS-FIM-QUEB                                        00092200
                  OR SQB-TIPO NOT EQUAL WS-TIPO-ATUAL.                  00092300
                                                                        00092400
           MOVE WS-CONT-TIPO TO WS-LINTOT-QTD.                          00092500
           WRITE ORB023-REG FROM WS-LINTOT AFTER ADVANCING 2 LINES.     00092600
                                                                        00092700
       710-99-EXIT.                                                     00092800
           EXIT.                                                        00092900
                                                                        00093000
       710-10-RETORNA SECTION.                                          00093100
                                                                        00093200
           RETURN SRTQUEB                                               00093300
               AT END                                                   00093400
                   MOVE 'S' TO WS-FIM-QUEB-SW.                          00093500
                                                                        00093600
           GO TO 710-10-EXIT.                                           00093700
                                                                        00093800
       710-10-EXIT.                                                     00093900
           EXIT.                                                        00094000
           EJECT                                                        00094100
                                                                        00094200
       720-00-IMPRIME-LINHA SECTION.                                    00094300
                                                                        00094400
           MOVE SPACES           TO WS-LINDET.                          00094500
           MOVE SQB-CODIGO       TO WS-LINDET-CODIGO.                   00094600
           MOVE SQB-NOME         TO WS-LINDET-NOME.                     00094700
           MOVE SQB-SITUACAO     TO WS-LINDET-SITUAC.                   00094800
           MOVE SQB-TIPO-OPER    TO WS-LINDET-TIPO.                     00094900
           MOVE SQB-DATA-EVENTO  TO WS-LINDET-DT-EVT.                   00095000
           MOVE SQB-DATA-ULT     TO WS-LINDET-DT-ULT.                   00095100
           MOVE SQB-OBS          TO WS-LINDET-OBS.                      00095200
                                                                        00095300
           WRITE ORB023-REG FROM WS-LINDET AFTER ADVANCING 1 LINE.      00095400
                                                                        00095500
           ADD 1 TO WS-CONT-TIPO.                                       00095600
           ADD 1 TO WS-CONT-IMPRESSAS.                                  00095700
                                                                        00095800
           PERFORM 710-10-RETORNA THRU 710-10-EXIT.                     00095900
                                                                        00096000
           GO TO 720-99-EXIT.                                           00096100
                                                                        00096200
       720-99-EXIT.                                                     00096300
           EXIT.                                                        00096400
           EJECT                                                        00096500
      ***************************************************************** 00096600
      **       RESUMO DO RELATORIO, REGISTRO NO RUNCTL E FECHAMENTO   * 00096700
      **       DOS ARQUIVOS. AUDITORIA INCOMPLETA NAO GRAVA RUNCTL    * 00096800
      ***************************************************************** 00096900
       900-00-TERMINO SECTION.                                          00097000
                                                                        00097100
           IF  WS-ERRO-ABERTURA                                         00097200
               CLOSE HISTARCH QUEBWK RELATORIO RUNCTL                   00097300
               GO TO 900-99-EXIT.                                       00097400
                                                                        00097500
           IF  WS-ERRO-SQL                                              00097600
               DISPLAY 'ORB023 - ERRO DE SQL NA LEITURA. '              00097700
                       'AUDITORIA INCOMPLETA'                           00097800
               MOVE 16 TO RETURN-CODE.                                  00097900
                                                                        00098000
           IF  WS-ERRO-SORT                                             00098100
               MOVE 16 TO RETURN-CODE.                                  00098200
                                                                        00098300
           MOVE WS-CONT-CODIGOS   TO WS-LINRES1-QTD.                    00098400
           WRITE ORB023-REG FROM WS-LINRES1 AFTER ADVANCING 3 LINES.    00098500
                                                                        00098600
           MOVE WS-CONT-CADASTRO  TO WS-LINRES2-QTD.                    00098700
           WRITE ORB023-REG FROM WS-LINRES2 AFTER ADVANCING 1 LINE.     00098800
                                                                        00098900
           MOVE WS-CONT-SO-HIST   TO WS-LINRES3-QTD.                    00099000
           WRITE ORB023-REG FROM WS-LINRES3 AFTER ADVANCING 1 LINE.     00099100
                                                                        00099200
           MOVE WS-CONT-QUEBRA1   TO WS-LINRES4-QTD.                    00099300
           WRITE ORB023-REG FROM WS-LINRES4 AFTER ADVANCING 2 LINES.    00099400
                                                                        00099500
           MOVE WS-CONT-QUEBRA2   TO WS-LINRES5-QTD.                    00099600
           WRITE ORB023-REG FROM WS-LINRES5 AFTER ADVANCING 1 LINE.     00099700
                                                                        00099800
           MOVE WS-CONT-QUEBRA3   TO WS-LINRES6-QTD.                    00099900
           WRITE ORB023-REG FROM WS-LINRES6 AFTER ADVANCING 1 LINE.     00100000
                                                                        00100100
           MOVE WS-CONT-QUEBRA4   TO WS-LINRES7-QTD.                    00100200
           WRITE ORB023-REG FROM WS-LINRES7 AFTER ADVANCING 1 LINE.     00100300
                                                                        00100400
           MOVE WS-CONT-COD-QUEB  TO WS-LINRES8-QTD.                    00100500
           WRITE ORB023-REG FROM WS-LINRES8 AFTER ADVANCING 2 LINES.    00100600
                                                                        00100700
           MOVE WS-CONT-COD-OK    TO WS-LINRES9-QTD.                    00100800
           WRITE ORB023-REG FROM WS-LINRES9 AFTER ADVANCING 1 LINE.     00100900
                                                                        00101000
           CLOSE HISTARCH.                                              00101100
           CLOSE RELATORIO.                                             00101200
                                                                        00101300
           IF  NOT WS-ERRO-SQL AND NOT WS-ERRO-SORT                     00101400
               PERFORM 950-00-GRAVA-RUNCTL THRU 950-99-EXIT             00101500
           ELSE                                                         00101600
               IF  WS-RUNCTL-ABERTO                                     00101700
                   CLOSE RUNCTL.                                        00101800
                                                                        00101900
           DISPLAY 'ORB023 - HISTARCH LIDO........: '                   00102000
                   WS-CONT-ARC-LIDOS.                                   00102100
           DISPLAY 'ORB023 - CLIENTE_HIST LIDO....: '                   00102200
                   WS-CONT-HIS-LIDOS.                                   00102300
           DISPLAY 'ORB023 - CLIENTE LIDO.........: '                   00102400
                   WS-CONT-CLI-LIDOS.                                   00102500
           DISPLAY 'ORB023 - CODIGOS ANALISADOS...: ' WS-CONT-CODIGOS.  00102600
           DISPLAY 'ORB023 - QUEBRA 1 SEM INCLUSAO: ' WS-CONT-QUEBRA1.  00102700
           DISPLAY 'ORB023 - QUEBRA 2 HIST S/ CAD.: ' WS-CONT-QUEBRA2.  00102800
           DISPLAY 'ORB023 - QUEBRA 3 SITUACAO....: ' WS-CONT-QUEBRA3.  00102900
           DISPLAY 'ORB023 - QUEBRA 4 DATA ATUALIZ: ' WS-CONT-QUEBRA4.  00103000
           DISPLAY 'ORB023 - CODIGOS COM QUEBRA...: '                   00103100
                   WS-CONT-COD-QUEB.                                    00103200
           DISPLAY 'ORB023 - CODIGOS SEM QUEBRA...: ' WS-CONT-COD-OK.   00103300
                                                                        00103400
       900-99-EXIT.                                                     00103500
           EXIT.                                                        00103600
           EJECT                                                        00103700
      ***************************************************************** 00103800
      **       GRAVA O REGISTRO DE CONTROLE DA EXECUCAO (RUNCTL):     * 00103900
      **       CODIGOS ANALISADOS COMO LIDOS, OS SEM QUEBRA COMO      * 00104000
      **       GRAVADOS E OS COM ALGUMA QUEBRA COMO REJEITADOS. O     * 00104100
      **       ORB015 MOSTRA A TRILHA LIMPA OU COM QUEBRAS            * 00104200
      ***************************************************************** 00104300
       950-00-GRAVA-RUNCTL SECTION.                                     00104400
                                                                        00104500
           IF  NOT WS-RUNCTL-ABERTO                                     00104600
               GO TO 950-99-EXIT.                                       00104700
                                                                        00104800
           MOVE SPACES           TO RUNCTL-REG.                         00104900
           MOVE 'ORB023'         TO CTL-JOB.                            00105000
           MOVE WS-DATA-HOJE     TO CTL-DATA.                           00105100
           MOVE 'CLIHIST'        TO CTL-INPUT.                          00105200
           MOVE WS-CONT-CODIGOS  TO CTL-LIDOS.                          00105300
           MOVE WS-CONT-COD-OK   TO CTL-GRAVADOS.                       00105400
           MOVE ZEROS            TO CTL-ATUALIZADOS.                    00105500
           MOVE WS-CONT-COD-QUEB TO CTL-REJEITADOS.                     00105600
                                                                        00105700
           WRITE RUNCTL-REG                                             00105800
               INVALID KEY                                              00105900
                   DISPLAY 'ORB023 - ERRO AO GRAVAR O RUNCTL, '         00106000
                           'FILE STATUS = ' WS-RUNCTL-STATUS.           00106100
                                                                        00106200
           CLOSE RUNCTL.                                                00106300
                                                                        00106400
       950-99-EXIT.                                                     00106500
           EXIT.                                                        00106600
