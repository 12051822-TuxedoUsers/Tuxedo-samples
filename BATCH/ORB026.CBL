       ID DIVISION.                                                     00000100
       PROGRAM-ID. ORB026.                                              00000200
       AUTHOR.     DTS SOFTWARE.                                        00000300
      *REMARKS.    ***************************************************  00000400
      *            * RELATORIO MENSAL DE MOVIMENTACAO DE CLIENTES    *  00000500
      *            * POR ESTADO, TIRADO DO CLIENTE_HIST: INCLUIDOS,  *  00000600
      *            * REATIVADOS, INATIVADOS, FUNDIDOS (ORB008),      *  00000700
      *            * EXCLUIDOS E EXPURGADOS (ORB010) NO MES,         *  00000800
      *            * TRANSFERENCIAS ENTRE ESTADOS E SALDO DE         *  00000900
      *            * CLIENTES ATIVOS, COM O ACUMULADO DO ANO E O     *  00001000
      *            * MESMO MES DO ANO ANTERIOR. CONFERE A ABERTURA   *  00001100
      *            * (FECHAMENTO DO MES ANTERIOR, DO RESUMO MOVANT)  *  00001200
      *            * MAIS O SALDO CONTRA O FECHAMENTO QUE O ORB009   *  00001300
      *            * GRAVOU NO RESATU (LIDO AQUI COMO FECHAMES). O   *  00001400
      *            * RESUMO DESTE MES E GRAVADO NO MOVATU PARA A     *  00001500
      *            * PROXIMA EXECUCAO                                *  00001600
      *            ***************************************************  00001700
                                                                        00001800
       ENVIRONMENT DIVISION.                                            00001900
       CONFIGURATION SECTION.                                           00002000
       SPECIAL-NAMES.                                                   00002100
           DECIMAL-POINT IS COMMA.                                      00002200
       INPUT-OUTPUT SECTION.                                            00002300
       FILE-CONTROL.                                                    00002400
           SELECT MOVPARM   ASSIGN TO MOVPARM                           00002500
               ORGANIZATION IS SEQUENTIAL                               00002600
               FILE STATUS  IS WS-PARM-STATUS.                          00002700
                                                                        00002800
           SELECT FECHAMES  ASSIGN TO FECHAMES                          00002900
               ORGANIZATION IS SEQUENTIAL                               00003000
               FILE STATUS  IS WS-FEC-STATUS.                           00003100
                                                                        00003200
           SELECT MOVANT    ASSIGN TO MOVANT                            00003300
               ORGANIZATION IS SEQUENTIAL                               00003400
               FILE STATUS  IS WS-ANT-STATUS.                           00003500
                                                                        00003600
           SELECT MOVATU    ASSIGN TO MOVATU                            00003700
               ORGANIZATION IS SEQUENTIAL                               00003800
               FILE STATUS  IS WS-ATU-STATUS.                           00003900
                                                                        00004000
           SELECT RELATORIO ASSIGN TO RELAT                             00004100
               ORGANIZATION IS SEQUENTIAL                               00004200
               FILE STATUS  IS WS-RELAT-STATUS.                         00004300
                                                                        00004400
       DATA DIVISION.                                                   00004500
       FILE SECTION.                                                    00004600
       FD  MOVPARM                                                      00004700
           LABEL RECORDS ARE STANDARD.                                  00004800
       01  MOVPARM-REG.                                                 00004900
           05  PARM-ANOMES         PIC X(07).                           00005000
           05  FILLER              PIC X(73).                           00005100
                                                                        00005200
      *    RESUMO GRAVADO PELO ORB009 (RESATU) NO FECHAMENTO DO MES     00005300
       FD  FECHAMES                                                     00005400
           LABEL RECORDS ARE STANDARD.                                  00005500
       01  FECHAMES-REG.                                                00005600
           05  FEC-ESTADO          PIC X(02).                           00005700
           05  FEC-CIDADE          PIC X(20).                           00005800
           05  FEC-QTD             PIC 9(07).                           00005900
           05  FILLER              PIC X(51).                           00006000
                                                                        00006100
       FD  MOVANT                                                       00006200
           LABEL RECORDS ARE STANDARD.                                  00006300
       01  MOVANT-REG.                                                  00006400
           05  MANT-ANOMES         PIC X(07).                           00006500
           05  MANT-ESTADO         PIC X(02).                           00006600
           05  MANT-ABERTURA       PIC 9(07).                           00006700
           05  MANT-FECHAMENTO     PIC 9(07).                           00006800
           05  MANT-INCLUIDOS      PIC 9(07).                           00006900
           05  MANT-REATIVADOS     PIC 9(07).                           00007000
           05  MANT-INATIVADOS     PIC 9(07).                           00007100
           05  MANT-FUNDIDOS       PIC 9(07).                           00007200
           05  MANT-EXCLUIDOS      PIC 9(07).                           00007300
           05  MANT-EXPURGADOS     PIC 9(07).                           00007400
           05  MANT-SALDO          PIC S9(07) SIGN LEADING SEPARATE.    00007500
           05  FILLER              PIC X(07).                           00007600
                                                                        00007700
       FD  MOVATU                                                       00007800
           LABEL RECORDS ARE STANDARD.                                  00007900
       01  MOVATU-REG.                                                  00008000
           05  MATU-ANOMES         PIC X(07).                           00008100
           05  MATU-ESTADO         PIC X(02).                           00008200
           05  MATU-ABERTURA       PIC 9(07).                           00008300
           05  MATU-FECHAMENTO     PIC 9(07).                           00008400
           05  MATU-INCLUIDOS      PIC 9(07).                           00008500
           05  MATU-REATIVADOS     PIC 9(07).                           00008600
           05  MATU-INATIVADOS     PIC 9(07).                           00008700
           05  MATU-FUNDIDOS       PIC 9(07).                           00008800
           05  MATU-EXCLUIDOS      PIC 9(07).                           00008900
           05  MATU-EXPURGADOS     PIC 9(07).                           00009000
           05  MATU-SALDO          PIC S9(07) SIGN LEADING SEPARATE.    00009100
           05  FILLER              PIC X(07).                           00009200
                                                                        00009300
       FD  RELATORIO                                                    00009400
           LABEL RECORDS ARE OMITTED.                                   00009500
       01  ORB026-REG              PIC X(132).                          00009600
                                                                        00009700
       WORKING-STORAGE SECTION.                                         00009800
       77  WS00-INICIO   PIC X(32) VALUE '*** INICIO DA WORKING ***'.   00009900
                                                                        00010000
       77  WS-PARM-STATUS       PIC X(02) VALUE SPACES.                 00010100
           88  WS-PARM-NAO-EXISTE         VALUE '35'.                   00010200
       77  WS-FEC-STATUS        PIC X(02) VALUE SPACES.                 00010300
       77  WS-ANT-STATUS        PIC X(02) VALUE SPACES.                 00010400
           88  WS-ANT-NAO-EXISTE          VALUE '35'.                   00010500
       77  WS-ATU-STATUS        PIC X(02) VALUE SPACES.                 00010600
       77  WS-RELAT-STATUS      PIC X(02) VALUE SPACES.                 00010700
                                                                        00010800
       01  WS-SWITCHES.                                                 00010900
           05  WS-FIM-ARQUIVO-SW      PIC X(01) VALUE 'N'.              00011000
               88  WS-FIM-ARQUIVO               VALUE 'S'.              00011100
           05  WS-FIM-CURSOR-SW       PIC X(01) VALUE 'N'.              00011200
               88  WS-FIM-CURSOR                VALUE 'S'.              00011300
           05  WS-ERRO-ABERTURA-SW    PIC X(01) VALUE 'N'.              00011400
               88  WS-ERRO-ABERTURA             VALUE 'S'.              00011500
           05  WS-ERRO-SQL-SW         PIC X(01) VALUE 'N'.              00011600
               88  WS-ERRO-SQL                  VALUE 'S'.              00011700
           05  WS-TEM-ANTERIOR-SW     PIC X(01) VALUE 'N'.              00011800
               88  WS-TEM-ANTERIOR              VALUE 'S'.              00011900
           05  WS-ANT-FORA-SW         PIC X(01) VALUE 'N'.              00012000
               88  WS-ANT-FORA-DE-MES           VALUE 'S'.              00012100
           05  WS-TAB-CHEIA-SW        PIC X(01) VALUE 'N'.              00012200
               88  WS-TAB-CHEIA                 VALUE 'S'.              00012300
                                                                        00012400
      *    PERIODOS: 1 = MES, 2 = ACUMULADO DO ANO, 3 = MESMO MES DO    00012500
      *    ANO ANTERIOR. INICIO INCLUSIVE E FIM EXCLUSIVE               00012600
       01  WS-ANOMES            PIC X(07) VALUE SPACES.                 00012700
       01  WS-ANOMES-RED        REDEFINES WS-ANOMES.                    00012800
           05  WS-AM-ANO        PIC X(04).                              00012900
           05  WS-AM-TRACO      PIC X(01).                              00013000
           05  WS-AM-MES        PIC X(02).                              00013100
                                                                        00013200
       01  WS-ANOMES-ANT        PIC X(07) VALUE SPACES.                 00013300
       01  WS-ANOMES-ANO-ANT    PIC X(07) VALUE SPACES.                 00013400
       01  WS-DATA-AUX          PIC X(10) VALUE SPACES.                 00013500
                                                                        00013600
       01  WS-PERIODOS.                                                 00013700
           05  WS-PER-ENT  OCCURS 3 TIMES.                              00013800
               10  WS-PER-INI       PIC X(10).                          00013900
               10  WS-PER-FIM       PIC X(10).                          00014000
                                                                        00014100
       01  WS-PER-INI-ATU       PIC X(10) VALUE SPACES.                 00014200
       01  WS-PER-FIM-ATU       PIC X(10) VALUE SPACES.                 00014300
                                                                        00014400
       01  WS-ROTULOS-LIT.                                              00014500
           05  FILLER           PIC X(12) VALUE 'NO MES'.               00014600
           05  FILLER           PIC X(12) VALUE 'ACUM. ANO'.            00014700
           05  FILLER           PIC X(12) VALUE 'MES ANO ANT.'.         00014800
       01  WS-ROTULOS           REDEFINES WS-ROTULOS-LIT.               00014900
           05  WS-ROTULO        OCCURS 3 TIMES PIC X(12).               00015000
                                                                        00015100
       77  WS-IP             PIC S9(04) COMP VALUE ZEROS.               00015200
       77  WS-IX             PIC S9(04) COMP VALUE ZEROS.               00015300
       77  WS-IX-EST         PIC S9(04) COMP VALUE ZEROS.               00015400
       77  WS-EST-MAX        PIC S9(04) COMP VALUE +100.                00015500
       77  WS-EST-USADOS     PIC S9(04) COMP VALUE ZEROS.               00015600
                                                                        00015700
       77  WS-SALDO          PIC S9(09) COMP VALUE ZEROS.               00015800
       77  WS-TRANSF         PIC S9(09) COMP VALUE ZEROS.               00015900
       77  WS-PREVISTO       PIC S9(09) COMP VALUE ZEROS.               00016000
       77  WS-DIF            PIC S9(09) COMP VALUE ZEROS.               00016100
       77  WS-CONT-DIVERGE   PIC S9(07) COMP VALUE ZEROS.               00016200
       77  WS-CONT-ESTADOS   PIC S9(07) COMP VALUE ZEROS.               00016300
                                                                        00016400
       01  WS-UF-PROCURA     PIC X(02) VALUE SPACES.                    00016500
                                                                        00016600
      *    TABELA DE ESTADOS EM ORDEM DE SIGLA. OS CONTADORES SAO       00016700
      *    DISPLAY PARA PODER ZERAR A ENTRADA INTEIRA DE UMA VEZ        00016800
       01  WS-TAB-ESTADOS.                                              00016900
           05  WS-EST-ENT  OCCURS 100 TIMES.                            00017000
               10  WS-EST-SIGLA         PIC X(02).                      00017100
               10  WS-EST-VALORES.                                      00017200
                   15  WS-EST-ABERT     PIC 9(07).                      00017300
                   15  WS-EST-FECHA     PIC 9(07).                      00017400
                   15  WS-EST-PER  OCCURS 3 TIMES.                      00017500
                       20  WS-EST-INCL    PIC 9(07).                    00017600
                       20  WS-EST-REAT    PIC 9(07).                    00017700
                       20  WS-EST-INAT    PIC 9(07).                    00017800
                       20  WS-EST-FUND    PIC 9(07).                    00017900
                       20  WS-EST-EXCL    PIC 9(07).                    00018000
                       20  WS-EST-EXPU    PIC 9(07).                    00018100
                       20  WS-EST-SAIATV  PIC 9(07).                    00018200
                       20  WS-EST-TRENT   PIC 9(07).                    00018300
                       20  WS-EST-TRSAI   PIC 9(07).                    00018400
                                                                        00018500
      *    TOTAL GERAL, COM O MESMO LEIAUTE DE UMA ENTRADA              00018600
       01  WS-TOT-VALORES.                                              00018700
           05  WS-TOT-ABERT             PIC 9(07).                      00018800
           05  WS-TOT-FECHA             PIC 9(07).                      00018900
           05  WS-TOT-PER  OCCURS 3 TIMES.                              00019000
               10  WS-TOT-INCL    PIC 9(07).                            00019100
               10  WS-TOT-REAT    PIC 9(07).                            00019200
               10  WS-TOT-INAT    PIC 9(07).                            00019300
               10  WS-TOT-FUND    PIC 9(07).                            00019400
               10  WS-TOT-EXCL    PIC 9(07).                            00019500
               10  WS-TOT-EXPU    PIC 9(07).                            00019600
               10  WS-TOT-SAIATV  PIC 9(07).                            00019700
               10  WS-TOT-TRENT   PIC 9(07).                            00019800
               10  WS-TOT-TRSAI   PIC 9(07).                            00019900
                                                                        00020000
      *    ENTRADA SENDO IMPRESSA (ESTADO OU TOTAL GERAL)               00020100
       01  WS-TRB-VALORES.                                              00020200
           05  WS-TRB-ABERT             PIC 9(07).                      00020300
           05  WS-TRB-FECHA             PIC 9(07).                      00020400
           05  WS-TRB-PER  OCCURS 3 TIMES.                              00020500
               10  WS-TRB-INCL    PIC 9(07).                            00020600
               10  WS-TRB-REAT    PIC 9(07).                            00020700
               10  WS-TRB-INAT    PIC 9(07).                            00020800
               10  WS-TRB-FUND    PIC 9(07).                            00020900
               10  WS-TRB-EXCL    PIC 9(07).                            00021000
               10  WS-TRB-EXPU    PIC 9(07).                            00021100
               10  WS-TRB-SAIATV  PIC 9(07).                            00021200
               10  WS-TRB-TRENT   PIC 9(07).                            00021300
               10  WS-TRB-TRSAI   PIC 9(07).                            00021400
                                                                        00021500
      *    LINHA DO CURSOR DE MOVIMENTO POR ESTADO                      00021600
       01  WS-MOVIMENTO.                                                00021700
           05  WS-MOV-ESTADO          PIC X(02).                        00021800
           05  WS-MOV-INCL            PIC S9(09) COMP.                  00021900
           05  WS-MOV-REAT            PIC S9(09) COMP.                  00022000
           05  WS-MOV-INAT            PIC S9(09) COMP.                  00022100
           05  WS-MOV-FUND            PIC S9(09) COMP.                  00022200
           05  WS-MOV-EXCL            PIC S9(09) COMP.                  00022300
           05  WS-MOV-EXPU            PIC S9(09) COMP.                  00022400
           05  WS-MOV-SAIATV          PIC S9(09) COMP.                  00022500
                                                                        00022600
      *    LINHA DO CURSOR DE TRANSFERENCIAS ENTRE ESTADOS              00022700
       01  WS-TRANSFERENCIA.                                            00022800
           05  WS-TRF-ANTIGO          PIC X(02).                        00022900
           05  WS-TRF-NOVO            PIC X(02).                        00023000
           05  WS-TRF-QTD             PIC S9(09) COMP.                  00023100
                                                                        00023200
       01  WS-CAB1.                                                     00023300
           05  FILLER  PIC X(30) VALUE SPACES.                          00023400
           05  FILLER  PIC X(60) VALUE                                  00023500
               'MOVIMENTACAO MENSAL DE CLIENTES POR ESTADO'.            00023600
                                                                        00023700
       01  WS-CAB-PERIODO.                                              00023800
           05  FILLER            PIC X(05) VALUE 'MES: '.               00023900
           05  WS-CAB-MES        PIC X(07).                             00024000
           05  FILLER            PIC X(15) VALUE '   ACUMULADO: '.      00024100
           05  WS-CAB-ANO-INI    PIC X(07).                             00024200
           05  FILLER            PIC X(03) VALUE ' A '.                 00024300
           05  WS-CAB-ANO-FIM    PIC X(07).                             00024400
           05  FILLER            PIC X(33) VALUE                        00024500
               '   MESMO MES DO ANO ANTERIOR: '.                        00024600
           05  WS-CAB-MES-ANT    PIC X(07).                             00024700
                                                                        00024800
       01  WS-LIN-SEM-ANT.                                              00024900
           05  FILLER  PIC X(70) VALUE                                  00025000
               'SEM RESUMO DO MES ANTERIOR (MOVANT) - ABERTURA E CONFERE00025100
      -        'NCIA EM BRANCO'.                                        00025200
                                                                        00025300
       01  WS-LIN-ANT-FORA.                                             00025400
           05  FILLER            PIC X(21) VALUE                        00025500
               'RESUMO MOVANT E DE '.                                   00025600
           05  WS-ANT-FORA-MES   PIC X(07).                             00025700
           05  FILLER            PIC X(50) VALUE                        00025800
               ', NAO DO MES ANTERIOR - CONFERENCIA PREJUDICADA'.       00025900
                                                                        00026000
       01  WS-CAB2.                                                     00026100
           05  FILLER  PIC X(04) VALUE 'UF'.                            00026200
           05  FILLER  PIC X(13) VALUE 'PERIODO'.                       00026300
           05  FILLER  PIC X(08) VALUE ' INCLUS'.                       00026400
           05  FILLER  PIC X(08) VALUE ' REATIV'.                       00026500
           05  FILLER  PIC X(08) VALUE ' INATIV'.                       00026600
           05  FILLER  PIC X(08) VALUE ' FUNDID'.                       00026700
           05  FILLER  PIC X(08) VALUE ' EXCLUI'.                       00026800
           05  FILLER  PIC X(08) VALUE ' EXPURG'.                       00026900
           05  FILLER  PIC X(08) VALUE ' TRANSF'.                       00027000
           05  FILLER  PIC X(08) VALUE '  SALDO'.                       00027100
           05  FILLER  PIC X(10) VALUE '  ABERTURA'.                    00027200
           05  FILLER  PIC X(10) VALUE '  PREVISTO'.                    00027300
           05  FILLER  PIC X(10) VALUE ' FECHAMENT'.                    00027400
           05  FILLER  PIC X(10) VALUE '     DIFER'.                    00027500
                                                                        00027600
       01  WS-LINDET.                                                   00027700
           05  WS-LINDET-UF      PIC X(02).                             00027800
           05  FILLER            PIC X(02) VALUE SPACES.                00027900
           05  WS-LINDET-ROTULO  PIC X(12).                             00028000
           05  FILLER            PIC X(01) VALUE SPACES.                00028100
           05  WS-LINDET-INCL    PIC ZZZZZZ9.                           00028200
           05  FILLER            PIC X(01) VALUE SPACES.                00028300
           05  WS-LINDET-REAT    PIC ZZZZZZ9.                           00028400
           05  FILLER            PIC X(01) VALUE SPACES.                00028500
           05  WS-LINDET-INAT    PIC ZZZZZZ9.                           00028600
           05  FILLER            PIC X(01) VALUE SPACES.                00028700
           05  WS-LINDET-FUND    PIC ZZZZZZ9.                           00028800
           05  FILLER            PIC X(01) VALUE SPACES.                00028900
           05  WS-LINDET-EXCL    PIC ZZZZZZ9.                           00029000
           05  FILLER            PIC X(01) VALUE SPACES.                00029100
           05  WS-LINDET-EXPU    PIC ZZZZZZ9.                           00029200
           05  FILLER            PIC X(01) VALUE SPACES.                00029300
           05  WS-LINDET-TRANSF  PIC -ZZZZZ9.                           00029400
           05  FILLER            PIC X(01) VALUE SPACES.                00029500
           05  WS-LINDET-SALDO   PIC -ZZZZZ9.                           00029600
           05  WS-LINDET-CONF.                                          00029700
               10  FILLER            PIC X(02).                         00029800
               10  WS-LINDET-ABERT   PIC ZZZZ.ZZ9.                      00029900
               10  FILLER            PIC X(02).                         00030000
               10  WS-LINDET-PREV    PIC ZZZZ.ZZ9.                      00030100
               10  FILLER            PIC X(02).                         00030200
               10  WS-LINDET-FECHA   PIC ZZZZ.ZZ9.                      00030300
               10  FILLER            PIC X(01).                         00030400
               10  WS-LINDET-DIF     PIC -ZZZ.ZZ9.                      00030500
               10  FILLER            PIC X(01).                         00030600
               10  WS-LINDET-MARCA   PIC X(01).                         00030700
           05  WS-LINDET-CONF-X  REDEFINES WS-LINDET-CONF               00030800
                                 PIC X(41).                             00030900
                                                                        00031000
       01  WS-LINRES1.                                                  00031100
           05  FILLER         PIC X(32) VALUE                           00031200
               'ESTADOS LISTADOS...............:'.                      00031300
           05  WS-LINRES1-QTD PIC ZZZ.ZZ9.                              00031400
                                                                        00031500
       01  WS-LINRES2.                                                  00031600
           05  FILLER         PIC X(32) VALUE                           00031700
               'ESTADOS COM DIFERENCA (*)......:'.                      00031800
           05  WS-LINRES2-QTD PIC ZZZ.ZZ9.                              00031900
                                                                        00032000
       01  WS-LIN-INCOMPLETO.                                           00032100
           05  FILLER  PIC X(60) VALUE                                  00032200
               '*** ERRO NA LEITURA - RELATORIO INCOMPLETO ***'.        00032300
                                                                        00032400
           EXEC SQL INCLUDE CLIENTEH END-EXEC.                          00032500
                                                                        00032600
           EXEC SQL INCLUDE CLIFUSAO END-EXEC.                          00032700
                                                                        00032800
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00032900
                                                                        00033000
       77  WS00-FIM      PIC X(32) VALUE '***  FIM DA WORKING  ***'.    00033100
           EJECT                                                        00033200
                                                                        00033300
       PROCEDURE DIVISION.                                              00033400
                                                                        00033500
      ***************************************************************** 00033600
      **       ROTINA PRINCIPAL                                       * 00033700
      ***************************************************************** 00033800
       000-00-MAINLINE SECTION.                                         00033900
                                                                        00034000
           PERFORM 100-00-INICIO          THRU 100-99-EXIT.             00034100
                                                                        00034200
           PERFORM 200-00-CARGA-FECHAMENTO THRU 200-99-EXIT.            00034300
                                                                        00034400
           PERFORM 300-00-CARGA-ANTERIOR  THRU 300-99-EXIT.             00034500
                                                                        00034600
           PERFORM 400-00-CARGA-MOVIMENTO THRU 400-99-EXIT.             00034700
                                                                        00034800
           PERFORM 500-00-IMPRIME         THRU 500-99-EXIT.             00034900
                                                                        00035000
           PERFORM 900-00-TERMINO         THRU 900-99-EXIT.             00035100
                                                                        00035200
           STOP RUN.                                                    00035300
           EJECT                                                        00035400
      ***************************************************************** 00035500
      **       ABERTURA DOS ARQUIVOS, LEITURA DO CARTAO MOVPARM E     * 00035600
      **       CALCULO DOS PERIODOS NO DB2. SEM CARTAO (OU COM O      * 00035700
      **       CARTAO EM BRANCO) O MES E O ANTERIOR AO CORRENTE       * 00035800
      ***************************************************************** 00035900
       100-00-INICIO SECTION.                                           00036000
                                                                        00036100
           OPEN INPUT  FECHAMES.                                        00036200
           OPEN INPUT  MOVANT.                                          00036300
           OPEN OUTPUT MOVATU.                                          00036400
           OPEN OUTPUT RELATORIO.                                       00036500
                                                                        00036600
           IF  WS-FEC-STATUS NOT EQUAL '00'                             00036700
               DISPLAY 'ORB026 - ERRO AO ABRIR O FECHAMES, '            00036800
                       'FILE STATUS = ' WS-FEC-STATUS                   00036900
               GO TO 100-90-CANCELA.                                    00037000
                                                                        00037100
           IF  WS-ATU-STATUS NOT EQUAL '00'                             00037200
               DISPLAY 'ORB026 - ERRO AO ABRIR O MOVATU, '              00037300
                       'FILE STATUS = ' WS-ATU-STATUS                   00037400
               GO TO 100-90-CANCELA.                                    00037500
                                                                        00037600
           IF  WS-RELAT-STATUS NOT EQUAL '00'                           00037700
               DISPLAY 'ORB026 - ERRO AO ABRIR O RELATORIO, '           00037800
                       'FILE STATUS = ' WS-RELAT-STATUS                 00037900
               GO TO 100-90-CANCELA.                                    00038000
                                                                        00038100
           IF  WS-ANT-NAO-EXISTE                                        00038200
               MOVE 'N' TO WS-TEM-ANTERIOR-SW                           00038300
           ELSE                                                         00038400
               IF  WS-ANT-STATUS EQUAL '00'                             00038500
                   MOVE 'S' TO WS-TEM-ANTERIOR-SW                       00038600
               ELSE                                                     00038700
                   DISPLAY 'ORB026 - ERRO AO ABRIR O MOVANT, '          00038800
                           'FILE STATUS = ' WS-ANT-STATUS               00038900
                   GO TO 100-90-CANCELA.                                00039000
                                                                        00039100
           PERFORM 110-00-LE-PARM THRU 110-99-EXIT.                     00039200
                                                                        00039300
           IF  WS-ERRO-ABERTURA                                         00039400
               GO TO 100-99-EXIT.                                       00039500
                                                                        00039600
           PERFORM 120-00-CALCULA-PERIODOS THRU 120-99-EXIT.            00039700
                                                                        00039800
           IF  WS-ERRO-ABERTURA                                         00039900
               GO TO 100-99-EXIT.                                       00040000
                                                                        00040100
           MOVE WS-ANOMES         TO WS-CAB-MES.                        00040200
           MOVE WS-AM-ANO         TO WS-CAB-ANO-INI.                    00040300
           MOVE '-01'             TO WS-CAB-ANO-INI(5:3).               00040400
           MOVE WS-ANOMES         TO WS-CAB-ANO-FIM.                    00040500
           MOVE WS-ANOMES-ANO-ANT TO WS-CAB-MES-ANT.                    00040600
                                                                        00040700
           WRITE ORB026-REG FROM WS-CAB1 AFTER ADVANCING PAGE.          00040800
           WRITE ORB026-REG FROM WS-CAB-PERIODO                         00040900
                 AFTER ADVANCING 2 LINES.                               00041000
                                                                        00041100
           MOVE ZEROS TO WS-TOT-VALORES.                                00041200
                                                                        00041300
           GO TO 100-99-EXIT.                                           00041400
                                                                        00041500
       100-90-CANCELA.                                                  00041600
                                                                        00041700
           MOVE 'S' TO WS-ERRO-ABERTURA-SW.                             00041800
           MOVE 16  TO RETURN-CODE.                                     00041900
                                                                        00042000
       100-99-EXIT.                                                     00042100
           EXIT.                                                        00042200
           EJECT                                                        00042300
      ***************************************************************** 00042400
      **       LEITURA DO CARTAO MOVPARM (OPCIONAL): COL 01-07 MES    * 00042500
      **       DE REFERENCIA NO FORMATO AAAA-MM                       * 00042600
      ***************************************************************** 00042700
       110-00-LE-PARM SECTION.                                          00042800
                                                                        00042900
           OPEN INPUT MOVPARM.                                          00043000
                                                                        00043100
           IF  WS-PARM-NAO-EXISTE                                       00043200
               GO TO 110-99-EXIT.                                       00043300
                                                                        00043400
           IF  WS-PARM-STATUS NOT EQUAL '00'                            00043500
               DISPLAY 'ORB026 - ERRO AO ABRIR O MOVPARM, '             00043600
                       'FILE STATUS = ' WS-PARM-STATUS                  00043700
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00043800
               MOVE 16  TO RETURN-CODE                                  00043900
               GO TO 110-99-EXIT.                                       00044000
                                                                        00044100
           READ MOVPARM                                                 00044200
               AT END                                                   00044300
                   CLOSE MOVPARM                                        00044400
                   GO TO 110-99-EXIT.                                   00044500
                                                                        00044600
           CLOSE MOVPARM.                                               00044700
                                                                        00044800
           IF  PARM-ANOMES EQUAL SPACES                                 00044900
               GO TO 110-99-EXIT.                                       00045000
                                                                        00045100
           MOVE PARM-ANOMES TO WS-ANOMES.                               00045200
                                                                        00045300
           IF  WS-AM-ANO   NOT NUMERIC   OR                             00045400
               WS-AM-MES   NOT NUMERIC   OR                             00045500
               WS-AM-TRACO NOT EQUAL '-' OR                             00045600
               WS-AM-MES   LESS '01'     OR                             00045700
               WS-AM-MES   GREATER '12'                                 00045800
               DISPLAY 'ORB026 - MES DE REFERENCIA INVALIDO NO '        00045900
                       'MOVPARM: ' PARM-ANOMES                          00046000
                       '. EXECUCAO CANCELADA'                           00046100
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00046200
               MOVE 16  TO RETURN-CODE.                                 00046300
                                                                        00046400
       110-99-EXIT.                                                     00046500
           EXIT.                                                        00046600
           EJECT                                                        00046700
      ***************************************************************** 00046800
      **       PERIODOS DO MES, DO ACUMULADO DO ANO (1O DE JANEIRO    * 00046900
      **       ATE O FIM DO MES) E DO MESMO MES DO ANO ANTERIOR,      * 00047000
      **       MAIS O MES ANTERIOR ESPERADO NO MOVANT                 * 00047100
      ***************************************************************** 00047200
       120-00-CALCULA-PERIODOS SECTION.                                 00047300
                                                                        00047400
           IF  WS-ANOMES EQUAL SPACES                                   00047500
               EXEC SQL SET :WS-DATA-AUX = CURRENT DATE - 1 MONTH       00047600
               END-EXEC                                                 00047700
               MOVE WS-DATA-AUX(1:7) TO WS-ANOMES.                      00047800
                                                                        00047900
           MOVE WS-ANOMES TO WS-PER-INI-ATU.                            00048000
           MOVE '-01'     TO WS-PER-INI-ATU(8:3).                       00048100
                                                                        00048200
           EXEC SQL SET :WS-PER-FIM-ATU =                               00048300
                        DATE(:WS-PER-INI-ATU) + 1 MONTH                 00048400
           END-EXEC.                                                    00048500
                                                                        00048600
           IF  SQLCODE NOT EQUAL ZEROS                                  00048700
               DISPLAY 'ORB026 - ERRO NO CALCULO DO PERIODO ('          00048800
                       WS-ANOMES '), SQLCODE = ' SQLCODE                00048900
                       '. EXECUCAO CANCELADA'                           00049000
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00049100
               MOVE 16  TO RETURN-CODE                                  00049200
               GO TO 120-99-EXIT.                                       00049300
                                                                        00049400
           MOVE WS-PER-INI-ATU TO WS-PER-INI(1).                        00049500
           MOVE WS-PER-FIM-ATU TO WS-PER-FIM(1).                        00049600
                                                                        00049700
           MOVE WS-AM-ANO      TO WS-PER-INI(2).                        00049800
           MOVE '-01-01'       TO WS-PER-INI(2)(5:6).                   00049900
           MOVE WS-PER-FIM-ATU TO WS-PER-FIM(2).                        00050000
                                                                        00050100
           EXEC SQL SET :WS-DATA-AUX = DATE(:WS-PER-INI-ATU) - 1 YEAR   00050200
           END-EXEC.                                                    00050300
           MOVE WS-DATA-AUX    TO WS-PER-INI(3).                        00050400
           MOVE WS-DATA-AUX(1:7) TO WS-ANOMES-ANO-ANT.                  00050500
                                                                        00050600
           EXEC SQL SET :WS-DATA-AUX = DATE(:WS-PER-FIM-ATU) - 1 YEAR   00050700
           END-EXEC.                                                    00050800
           MOVE WS-DATA-AUX    TO WS-PER-FIM(3).                        00050900
                                                                        00051000
           EXEC SQL SET :WS-DATA-AUX = DATE(:WS-PER-INI-ATU) - 1 MONTH  00051100
           END-EXEC.                                                    00051200
           MOVE WS-DATA-AUX(1:7) TO WS-ANOMES-ANT.                      00051300
                                                                        00051400
       120-99-EXIT.                                                     00051500
           EXIT.                                                        00051600
           EJECT                                                        00051700
      ***************************************************************** 00051800
      **       CARGA DO FECHAMENTO DO MES GRAVADO PELO ORB009 (UMA    * 00051900
      **       LINHA POR ESTADO E CIDADE, SOMADA POR ESTADO)          * 00052000
      ***************************************************************** 00052100
       200-00-CARGA-FECHAMENTO SECTION.                                 00052200
                                                                        00052300
           IF  WS-ERRO-ABERTURA                                         00052400
               GO TO 200-99-EXIT.                                       00052500
                                                                        00052600
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.                               00052700
                                                                        00052800
           PERFORM 200-10-LE-FECHAMES THRU 200-10-EXIT.                 00052900
                                                                        00053000
           PERFORM 200-20-GUARDA-FECHAMES THRU 200-20-EXIT              00053100
               UNTIL WS-FIM-ARQUIVO.                                    00053200
                                                                        00053300
       200-99-EXIT.                                                     00053400
           EXIT.                                                        00053500
                                                                        00053600
       200-10-LE-FECHAMES SECTION.                                      00053700
                                                                        00053800
           READ FECHAMES                                                00053900
               AT END                                                   00054000
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW.                       00054100
                                                                        00054200
       200-10-EXIT.                                                     00054300
           EXIT.                                                        00054400
                                                                        00054500
       200-20-GUARDA-FECHAMES SECTION.                                  00054600
                                                                        00054700
           MOVE FEC-ESTADO TO WS-UF-PROCURA.                            00054800
           PERFORM 600-00-LOCALIZA-ESTADO THRU 600-99-EXIT.             00054900
                                                                        00055000
           IF  WS-IX-EST GREATER ZEROS                                  00055100
               ADD FEC-QTD TO WS-EST-FECHA(WS-IX-EST).                  00055200
                                                                        00055300
           PERFORM 200-10-LE-FECHAMES THRU 200-10-EXIT.                 00055400
                                                                        00055500
       200-20-EXIT.                                                     00055600
           EXIT.                                                        00055700
           EJECT                                                        00055800
      ***************************************************************** 00055900
      **       CARGA DO RESUMO DO MES ANTERIOR (MOVANT): O SEU        * 00056000
      **       FECHAMENTO E A ABERTURA DESTE MES. RESUMO DE OUTRO     * 00056100
      **       MES QUE NAO O ANTERIOR E USADO, MAS AVISADO            * 00056200
      ***************************************************************** 00056300
       300-00-CARGA-ANTERIOR SECTION.                                   00056400
                                                                        00056500
           IF  WS-ERRO-ABERTURA                                         00056600
               GO TO 300-99-EXIT.                                       00056700
                                                                        00056800
           IF  NOT WS-TEM-ANTERIOR                                      00056900
               WRITE ORB026-REG FROM WS-LIN-SEM-ANT                     00057000
                     AFTER ADVANCING 2 LINES                            00057100
               GO TO 300-99-EXIT.                                       00057200
                                                                        00057300
           MOVE 'N' TO WS-FIM-ARQUIVO-SW.                               00057400
                                                                        00057500
           PERFORM 300-10-LE-MOVANT THRU 300-10-EXIT.                   00057600
                                                                        00057700
           IF  WS-FIM-ARQUIVO                                           00057800
               MOVE 'N' TO WS-TEM-ANTERIOR-SW                           00057900
               WRITE ORB026-REG FROM WS-LIN-SEM-ANT                     00058000
                     AFTER ADVANCING 2 LINES                            00058100
               GO TO 300-99-EXIT.                                       00058200
                                                                        00058300
           IF  MANT-ANOMES NOT EQUAL WS-ANOMES-ANT                      00058400
               MOVE 'S'         TO WS-ANT-FORA-SW                       00058500
               MOVE MANT-ANOMES TO WS-ANT-FORA-MES                      00058600
               WRITE ORB026-REG FROM WS-LIN-ANT-FORA                    00058700
                     AFTER ADVANCING 2 LINES                            00058800
               DISPLAY 'ORB026 - MOVANT E DE ' MANT-ANOMES              00058900
                       ', ESPERADO ' WS-ANOMES-ANT.                     00059000
                                                                        00059100
           PERFORM 300-20-GUARDA-MOVANT THRU 300-20-EXIT                00059200
               UNTIL WS-FIM-ARQUIVO.                                    00059300
                                                                        00059400
       300-99-EXIT.                                                     00059500
           EXIT.                                                        00059600
                                                                        00059700
       300-10-LE-MOVANT SECTION.                                        00059800
                                                                        00059900
           READ MOVANT                                                  00060000
               AT END                                                   00060100
                   MOVE 'S' TO WS-FIM-ARQUIVO-SW.                       00060200
                                                                        00060300
       300-10-EXIT.                                                     00060400
           EXIT.                                                        00060500
                                                                        00060600
       300-20-GUARDA-MOVANT SECTION.                                    00060700
                                                                        00060800
           MOVE MANT-ESTADO TO WS-UF-PROCURA.                           00060900
           PERFORM 600-00-LOCALIZA-ESTADO THRU 600-99-EXIT.             00061000
                                                                        00061100
           IF  WS-IX-EST GREATER ZEROS                                  00061200
               ADD MANT-FECHAMENTO TO WS-EST-ABERT(WS-IX-EST).          00061300
                                                                        00061400
           PERFORM 300-10-LE-MOVANT THRU 300-10-EXIT.                   00061500
                                                                        00061600
       300-20-EXIT.                                                     00061700
           EXIT.                                                        00061800
           EJECT                                                        00061900
      ***************************************************************** 00062000
      **       MOVIMENTO DO CLIENTE_HIST NOS TRES PERIODOS.           * 00062100
      **       FUNDIDO = 'D' DE CODIGO QUE ESTA NO CLIENTE_FUSAO      * 00062200
      **       COMO CODIGO QUE SAIU; OS DEMAIS 'D' SAO EXCLUSOES.     * 00062300
      **       O SALDO DE ATIVOS SO PERDE AS EXCLUSOES, FUSOES E      * 00062400
      **       EXPURGOS DE CLIENTE QUE ESTAVA ATIVO (A IMAGEM DO      * 00062500
      **       HISTORICO E A ANTERIOR AO EVENTO)                      * 00062600
      ***************************************************************** 00062700
       400-00-CARGA-MOVIMENTO SECTION.                                  00062800
                                                                        00062900
           IF  WS-ERRO-ABERTURA                                         00063000
               GO TO 400-99-EXIT.                                       00063100
                                                                        00063200
           EXEC SQL DECLARE CUR-MOVTO CURSOR FOR                        00063300
               SELECT COALESCE(H.ESTADO, '  '),                         00063400
                      SUM(CASE WHEN H.HIST_TIPO_OPER = 'I'              00063500
                               THEN 1 ELSE 0 END),                      00063600
                      SUM(CASE WHEN H.HIST_TIPO_OPER = 'R'              00063700
                               THEN 1 ELSE 0 END),                      00063800
                      SUM(CASE WHEN H.HIST_TIPO_OPER = 'C'              00063900
                               THEN 1 ELSE 0 END),                      00064000
                      SUM(CASE WHEN H.HIST_TIPO_OPER = 'D'              00064100
                                AND F.FUSAO_CODIGO_SAI IS NOT NULL      00064200
                               THEN 1 ELSE 0 END),                      00064300
                      SUM(CASE WHEN H.HIST_TIPO_OPER = 'D'              00064400
                                AND F.FUSAO_CODIGO_SAI IS NULL          00064500
                               THEN 1 ELSE 0 END),                      00064600
                      SUM(CASE WHEN H.HIST_TIPO_OPER = 'X'              00064700
                               THEN 1 ELSE 0 END),                      00064800
                      SUM(CASE WHEN H.HIST_TIPO_OPER IN ('D', 'X')      00064900
                                AND H.SITUACAO = 'A'                    00065000
                               THEN 1 ELSE 0 END)                       00065100
                 FROM CLIENTE_HIST H                                    00065200
                 LEFT OUTER JOIN CLIENTE_FUSAO F                        00065300
                   ON F.FUSAO_CODIGO_SAI = H.CODIGO                     00065400
                WHERE DATE(H.HIST_DATA_HORA) >= :WS-PER-INI-ATU         00065500
                  AND DATE(H.HIST_DATA_HORA) <  :WS-PER-FIM-ATU         00065600
                  AND H.HIST_TIPO_OPER IN ('I', 'R', 'C', 'D', 'X')     00065700
                GROUP BY COALESCE(H.ESTADO, '  ')                       00065800
           END-EXEC.                                                    00065900
                                                                        00066000
      *    TRANSFERENCIA: ALTERACAO DE CLIENTE ATIVO EM QUE O ESTADO    00066100
      *    DA IMAGEM ANTERIOR DIFERE DO ESTADO SEGUINTE (IMAGEM DO      00066200
      *    PROXIMO EVENTO DO CODIGO OU, SEM ELE, O CADASTRO ATUAL)      00066300
           EXEC SQL DECLARE CUR-TRANSF CURSOR FOR                       00066400
               SELECT T.ANTIGO, T.NOVO, COUNT(*)                        00066500
                 FROM (SELECT COALESCE(H.ESTADO, '  ') AS ANTIGO,       00066600
                              COALESCE(                                 00066700
                               (SELECT MIN(N.ESTADO)                    00066800
                                  FROM CLIENTE_HIST N                   00066900
                                 WHERE N.CODIGO = H.CODIGO              00067000
                                   AND N.HIST_DATA_HORA =               00067100
                                      (SELECT MIN(M.HIST_DATA_HORA)     00067200
                                         FROM CLIENTE_HIST M            00067300
                                        WHERE M.CODIGO = H.CODIGO       00067400
                                          AND M.HIST_DATA_HORA >        00067500
                                              H.HIST_DATA_HORA)),       00067600
                               (SELECT C.ESTADO                         00067700
                                  FROM CLIENTE C                        00067800
                                 WHERE C.CODIGO = H.CODIGO),            00067900
                               H.ESTADO, '  ') AS NOVO                  00068000
                         FROM CLIENTE_HIST H                            00068100
                        WHERE DATE(H.HIST_DATA_HORA) >= :WS-PER-INI-ATU 00068200
                          AND DATE(H.HIST_DATA_HORA) <  :WS-PER-FIM-ATU 00068300
                          AND H.HIST_TIPO_OPER = 'A'                    00068400
                          AND H.SITUACAO = 'A') AS T                    00068500
                WHERE T.ANTIGO <> T.NOVO                                00068600
                GROUP BY T.ANTIGO, T.NOVO                               00068700
           END-EXEC.                                                    00068800
                                                                        00068900
           MOVE 1 TO WS-IP.                                             00069000
                                                                        00069100
           PERFORM 410-00-CARGA-PERIODO THRU 410-99-EXIT                00069200
               UNTIL WS-IP GREATER 3                                    00069300
                  OR WS-ERRO-SQL.                                       00069400
                                                                        00069500
       400-99-EXIT.                                                     00069600
           EXIT.                                                        00069700
           EJECT                                                        00069800
      ***************************************************************** 00069900
      **       CARGA DE UM PERIODO (WS-IP): MOVIMENTO E TRANSFERENCIAS* 00070000
      ***************************************************************** 00070100
       410-00-CARGA-PERIODO SECTION.                                    00070200
                                                                        00070300
           MOVE WS-PER-INI(WS-IP) TO WS-PER-INI-ATU.                    00070400
           MOVE WS-PER-FIM(WS-IP) TO WS-PER-FIM-ATU.                    00070500
                                                                        00070600
           EXEC SQL OPEN CUR-MOVTO END-EXEC.                            00070700
                                                                        00070800
           IF  SQLCODE NOT EQUAL ZEROS                                  00070900
               DISPLAY 'ORB026 - ERRO AO ABRIR O CURSOR CUR-MOVTO, '    00071000
                       'SQLCODE = ' SQLCODE                             00071100
               MOVE 'S' TO WS-ERRO-SQL-SW                               00071200
               GO TO 410-99-EXIT.                                       00071300
                                                                        00071400
           MOVE 'N' TO WS-FIM-CURSOR-SW.                                00071500
                                                                        00071600
           PERFORM 410-10-LE-MOVTO THRU 410-10-EXIT.                    00071700
                                                                        00071800
           PERFORM 410-20-SOMA-MOVTO THRU 410-20-EXIT                   00071900
               UNTIL WS-FIM-CURSOR.                                     00072000
                                                                        00072100
           EXEC SQL CLOSE CUR-MOVTO END-EXEC.                           00072200
                                                                        00072300
           EXEC SQL OPEN CUR-TRANSF END-EXEC.                           00072400
                                                                        00072500
           IF  SQLCODE NOT EQUAL ZEROS                                  00072600
               DISPLAY 'ORB026 - ERRO AO ABRIR O CURSOR CUR-TRANSF, '   00072700
                       'SQLCODE = ' SQLCODE                             00072800
               MOVE 'S' TO WS-ERRO-SQL-SW                               00072900
               GO TO 410-99-EXIT.                                       00073000
                                                                        00073100
           MOVE 'N' TO WS-FIM-CURSOR-SW.                                00073200
                                                                        00073300
           PERFORM 410-30-LE-TRANSF THRU 410-30-EXIT.                   00073400
                                                                        00073500
           PERFORM 410-40-SOMA-TRANSF THRU 410-40-EXIT                  00073600
               UNTIL WS-FIM-CURSOR.                                     00073700
                                                                        00073800
           EXEC SQL CLOSE CUR-TRANSF END-EXEC.                          00073900
                                                                        00074000
           ADD 1 TO WS-IP.                                              00074100
                                                                        00074200
       410-99-EXIT.                                                     00074300
           EXIT.                                                        00074400
                                                                        00074500
       410-10-LE-MOVTO SECTION.                                         00074600
                                                                        00074700
           EXEC SQL FETCH CUR-MOVTO                                     00074800
                    INTO :WS-MOV-ESTADO, :WS-MOV-INCL, :WS-MOV-REAT,    00074900
                         :WS-MOV-INAT, :WS-MOV-FUND, :WS-MOV-EXCL,      00075000
                         :WS-MOV-EXPU, :WS-MOV-SAIATV                   00075100
           END-EXEC.                                                    00075200
                                                                        00075300
           PERFORM 490-00-TESTA-FETCH THRU 490-99-EXIT.                 00075400
                                                                        00075500
       410-10-EXIT.                                                     00075600
           EXIT.                                                        00075700
                                                                        00075800
       410-20-SOMA-MOVTO SECTION.                                       00075900
                                                                        00076000
           MOVE WS-MOV-ESTADO TO WS-UF-PROCURA.                         00076100
           PERFORM 600-00-LOCALIZA-ESTADO THRU 600-99-EXIT.             00076200
                                                                        00076300
           IF  WS-IX-EST GREATER ZEROS                                  00076400
               ADD WS-MOV-INCL   TO WS-EST-INCL(WS-IX-EST, WS-IP)       00076500
               ADD WS-MOV-REAT   TO WS-EST-REAT(WS-IX-EST, WS-IP)       00076600
               ADD WS-MOV-INAT   TO WS-EST-INAT(WS-IX-EST, WS-IP)       00076700
               ADD WS-MOV-FUND   TO WS-EST-FUND(WS-IX-EST, WS-IP)       00076800
               ADD WS-MOV-EXCL   TO WS-EST-EXCL(WS-IX-EST, WS-IP)       00076900
               ADD WS-MOV-EXPU   TO WS-EST-EXPU(WS-IX-EST, WS-IP)       00077000
               ADD WS-MOV-SAIATV TO WS-EST-SAIATV(WS-IX-EST, WS-IP).    00077100
                                                                        00077200
           PERFORM 410-10-LE-MOVTO THRU 410-10-EXIT.                    00077300
                                                                        00077400
       410-20-EXIT.                                                     00077500
           EXIT.                                                        00077600
                                                                        00077700
       410-30-LE-TRANSF SECTION.                                        00077800
                                                                        00077900
           EXEC SQL FETCH CUR-TRANSF                                    00078000
                    INTO :WS-TRF-ANTIGO, :WS-TRF-NOVO, :WS-TRF-QTD      00078100
           END-EXEC.                                                    00078200
                                                                        00078300
           PERFORM 490-00-TESTA-FETCH THRU 490-99-EXIT.                 00078400
                                                                        00078500
       410-30-EXIT.                                                     00078600
           EXIT.                                                        00078700
                                                                        00078800
       410-40-SOMA-TRANSF SECTION.                                      00078900
                                                                        00079000
           MOVE WS-TRF-ANTIGO TO WS-UF-PROCURA.                         00079100
           PERFORM 600-00-LOCALIZA-ESTADO THRU 600-99-EXIT.             00079200
                                                                        00079300
           IF  WS-IX-EST GREATER ZEROS                                  00079400
               ADD WS-TRF-QTD TO WS-EST-TRSAI(WS-IX-EST, WS-IP).        00079500
                                                                        00079600
           MOVE WS-TRF-NOVO TO WS-UF-PROCURA.                           00079700
           PERFORM 600-00-LOCALIZA-ESTADO THRU 600-99-EXIT.             00079800
                                                                        00079900
           IF  WS-IX-EST GREATER ZEROS                                  00080000
               ADD WS-TRF-QTD TO WS-EST-TRENT(WS-IX-EST, WS-IP).        00080100
                                                                        00080200
           PERFORM 410-30-LE-TRANSF THRU 410-30-EXIT.                   00080300
                                                                        00080400
       410-40-EXIT.                                                     00080500
           EXIT.                                                        00080600
           EJECT                                                        00080700
      ***************************************************************** 00080800
      **       TRATAMENTO DO SQLCODE DO FETCH DOS CURSORES            * 00080900
      ***************************************************************** 00081000
       490-00-TESTA-FETCH SECTION.                                      00081100
                                                                        00081200
           IF  SQLCODE EQUAL ZEROS                                      00081300
               NEXT SENTENCE                                            00081400
           ELSE                                                         00081500
               IF  SQLCODE EQUAL +100                                   00081600
                   MOVE 'S' TO WS-FIM-CURSOR-SW                         00081700
               ELSE                                                     00081800
                   DISPLAY 'ORB026 - ERRO NO FETCH DO MOVIMENTO, '      00081900
                           'SQLCODE = ' SQLCODE                         00082000
                   MOVE 'S' TO WS-FIM-CURSOR-SW                         00082100
                   MOVE 'S' TO WS-ERRO-SQL-SW.                          00082200
                                                                        00082300
       490-99-EXIT.                                                     00082400
           EXIT.                                                        00082500
           EJECT                                                        00082600
      ***************************************************************** 00082700
      **       IMPRESSAO DOS ESTADOS EM ORDEM DE SIGLA, TOTAL GERAL   * 00082800
      **       E GRAVACAO DO RESUMO DO MES NO MOVATU                  * 00082900
      ***************************************************************** 00083000
       500-00-IMPRIME SECTION.                                          00083100
                                                                        00083200
           IF  WS-ERRO-ABERTURA                                         00083300
               GO TO 500-99-EXIT.                                       00083400
                                                                        00083500
           WRITE ORB026-REG FROM WS-CAB2 AFTER ADVANCING 2 LINES.       00083600
                                                                        00083700
           MOVE ZEROS TO WS-IX.                                         00083800
                                                                        00083900
           PERFORM 510-00-IMPRIME-ESTADO THRU 510-99-EXIT               00084000
               UNTIL WS-IX EQUAL WS-EST-USADOS.                         00084100
                                                                        00084200
           MOVE WS-TOT-VALORES TO WS-TRB-VALORES.                       00084300
           MOVE 'TT'           TO WS-UF-PROCURA.                        00084400
                                                                        00084500
           MOVE SPACES TO ORB026-REG.                                   00084600
           WRITE ORB026-REG AFTER ADVANCING 1 LINE.                     00084700
                                                                        00084800
           PERFORM 520-00-LINHAS-ENTRADA THRU 520-99-EXIT.              00084900
                                                                        00085000
       500-99-EXIT.                                                     00085100
           EXIT.                                                        00085200
                                                                        00085300
       510-00-IMPRIME-ESTADO SECTION.                                   00085400
                                                                        00085500
           ADD 1 TO WS-IX.                                              00085600
           ADD 1 TO WS-CONT-ESTADOS.                                    00085700
                                                                        00085800
           MOVE WS-EST-VALORES(WS-IX) TO WS-TRB-VALORES.                00085900
           MOVE WS-EST-SIGLA(WS-IX)   TO WS-UF-PROCURA.                 00086000
                                                                        00086100
           PERFORM 530-00-SOMA-TOTAL THRU 530-99-EXIT.                  00086200
                                                                        00086300
           MOVE SPACES TO ORB026-REG.                                   00086400
           WRITE ORB026-REG AFTER ADVANCING 1 LINE.                     00086500
                                                                        00086600
           PERFORM 520-00-LINHAS-ENTRADA THRU 520-99-EXIT.              00086700
                                                                        00086800
           PERFORM 540-00-GRAVA-MOVATU THRU 540-99-EXIT.                00086900
                                                                        00087000
       510-99-EXIT.                                                     00087100
           EXIT.                                                        00087200
           EJECT                                                        00087300
      ***************************************************************** 00087400
      **       TRES LINHAS DA ENTRADA EM WS-TRB-VALORES (MES,         * 00087500
      **       ACUMULADO DO ANO E MESMO MES DO ANO ANTERIOR); A       * 00087600
      **       CONFERENCIA DE ABERTURA + SALDO = FECHAMENTO SO        * 00087700
      **       SAI NA LINHA DO MES                                    * 00087800
      ***************************************************************** 00087900
       520-00-LINHAS-ENTRADA SECTION.                                   00088000
                                                                        00088100
           MOVE 1 TO WS-IP.                                             00088200
                                                                        00088300
           PERFORM 520-10-LINHA-PERIODO THRU 520-10-EXIT                00088400
               UNTIL WS-IP GREATER 3.                                   00088500
                                                                        00088600
       520-99-EXIT.                                                     00088700
           EXIT.                                                        00088800
                                                                        00088900
       520-10-LINHA-PERIODO SECTION.                                    00089000
                                                                        00089100
           MOVE WS-ROTULO(WS-IP)      TO WS-LINDET-ROTULO.              00089200
           MOVE SPACES                TO WS-LINDET-UF.                  00089300
                                                                        00089400
           IF  WS-IP EQUAL 1                                            00089500
               IF  WS-UF-PROCURA EQUAL 'TT'                             00089600
                   MOVE 'TOTAL GERAL' TO WS-LINDET-ROTULO               00089700
               ELSE                                                     00089800
                   MOVE WS-UF-PROCURA TO WS-LINDET-UF.                  00089900
                                                                        00090000
           MOVE WS-TRB-INCL(WS-IP)    TO WS-LINDET-INCL.                00090100
           MOVE WS-TRB-REAT(WS-IP)    TO WS-LINDET-REAT.                00090200
           MOVE WS-TRB-INAT(WS-IP)    TO WS-LINDET-INAT.                00090300
           MOVE WS-TRB-FUND(WS-IP)    TO WS-LINDET-FUND.                00090400
           MOVE WS-TRB-EXCL(WS-IP)    TO WS-LINDET-EXCL.                00090500
           MOVE WS-TRB-EXPU(WS-IP)    TO WS-LINDET-EXPU.                00090600
                                                                        00090700
           COMPUTE WS-TRANSF = WS-TRB-TRENT(WS-IP)                      00090800
                             - WS-TRB-TRSAI(WS-IP).                     00090900
           COMPUTE WS-SALDO  = WS-TRB-INCL(WS-IP)                       00091000
                             + WS-TRB-REAT(WS-IP)                       00091100
                             - WS-TRB-INAT(WS-IP)                       00091200
                             - WS-TRB-SAIATV(WS-IP)                     00091300
                             + WS-TRANSF.                               00091400
                                                                        00091500
           MOVE WS-TRANSF TO WS-LINDET-TRANSF.                          00091600
           MOVE WS-SALDO  TO WS-LINDET-SALDO.                           00091700
                                                                        00091800
           MOVE SPACES TO WS-LINDET-CONF-X.                             00091900
                                                                        00092000
           IF  WS-IP EQUAL 1                                            00092100
               PERFORM 520-20-CONFERE THRU 520-20-EXIT.                 00092200
                                                                        00092300
           WRITE ORB026-REG FROM WS-LINDET AFTER ADVANCING 1 LINE.      00092400
                                                                        00092500
           ADD 1 TO WS-IP.                                              00092600
                                                                        00092700
       520-10-EXIT.                                                     00092800
           EXIT.                                                        00092900
                                                                        00093000
       520-20-CONFERE SECTION.                                          00093100
                                                                        00093200
           MOVE WS-TRB-FECHA TO WS-LINDET-FECHA.                        00093300
                                                                        00093400
           IF  NOT WS-TEM-ANTERIOR                                      00093500
               GO TO 520-20-EXIT.                                       00093600
                                                                        00093700
           COMPUTE WS-PREVISTO = WS-TRB-ABERT + WS-SALDO.               00093800
           COMPUTE WS-DIF      = WS-TRB-FECHA - WS-PREVISTO.            00093900
                                                                        00094000
           MOVE WS-TRB-ABERT TO WS-LINDET-ABERT.                        00094100
           MOVE WS-PREVISTO  TO WS-LINDET-PREV.                         00094200
           MOVE WS-DIF       TO WS-LINDET-DIF.                          00094300
                                                                        00094400
           IF  WS-DIF NOT EQUAL ZEROS                                   00094500
               MOVE '*' TO WS-LINDET-MARCA                              00094600
               IF  WS-UF-PROCURA NOT EQUAL 'TT'                         00094700
                   ADD 1 TO WS-CONT-DIVERGE.                            00094800
                                                                        00094900
       520-20-EXIT.                                                     00095000
           EXIT.                                                        00095100
           EJECT                                                        00095200
      ***************************************************************** 00095300
      **       SOMA A ENTRADA EM WS-TRB-VALORES NO TOTAL GERAL        * 00095400
      ***************************************************************** 00095500
       530-00-SOMA-TOTAL SECTION.                                       00095600
                                                                        00095700
           ADD WS-TRB-ABERT TO WS-TOT-ABERT.                            00095800
           ADD WS-TRB-FECHA TO WS-TOT-FECHA.                            00095900
                                                                        00096000
           MOVE 1 TO WS-IP.                                             00096100
                                                                        00096200
           PERFORM 530-10-SOMA-PERIODO THRU 530-10-EXIT                 00096300
               UNTIL WS-IP GREATER 3.                                   00096400
                                                                        00096500
       530-99-EXIT.                                                     00096600
           EXIT.                                                        00096700
                                                                        00096800
       530-10-SOMA-PERIODO SECTION.                                     00096900
                                                                        00097000
           ADD WS-TRB-INCL(WS-IP)   TO WS-TOT-INCL(WS-IP).              00097100
           ADD WS-TRB-REAT(WS-IP)   TO WS-TOT-REAT(WS-IP).              00097200
           ADD WS-TRB-INAT(WS-IP)   TO WS-TOT-INAT(WS-IP).              00097300
           ADD WS-TRB-FUND(WS-IP)   TO WS-TOT-FUND(WS-IP).              00097400
           ADD WS-TRB-EXCL(WS-IP)   TO WS-TOT-EXCL(WS-IP).              00097500
           ADD WS-TRB-EXPU(WS-IP)   TO WS-TOT-EXPU(WS-IP).              00097600
           ADD WS-TRB-SAIATV(WS-IP) TO WS-TOT-SAIATV(WS-IP).            00097700
           ADD WS-TRB-TRENT(WS-IP)  TO WS-TOT-TRENT(WS-IP).             00097800
           ADD WS-TRB-TRSAI(WS-IP)  TO WS-TOT-TRSAI(WS-IP).             00097900
                                                                        00098000
           ADD 1 TO WS-IP.                                              00098100
                                                                        00098200
       530-10-EXIT.                                                     00098300
           EXIT.                                                        00098400
           EJECT                                                        00098500
      ***************************************************************** 00098600
      **       GRAVA O RESUMO DO MES DO ESTADO NO MOVATU              * 00098700
      ***************************************************************** 00098800
       540-00-GRAVA-MOVATU SECTION.                                     00098900
                                                                        00099000
           COMPUTE WS-SALDO = WS-TRB-INCL(1) + WS-TRB-REAT(1)           00099100
                            - WS-TRB-INAT(1) - WS-TRB-SAIATV(1)         00099200
                            + WS-TRB-TRENT(1) - WS-TRB-TRSAI(1).        00099300
                                                                        00099400
           MOVE SPACES          TO MOVATU-REG.                          00099500
           MOVE WS-ANOMES       TO MATU-ANOMES.                         00099600
           MOVE WS-UF-PROCURA   TO MATU-ESTADO.                         00099700
           MOVE WS-TRB-ABERT    TO MATU-ABERTURA.                       00099800
           MOVE WS-TRB-FECHA    TO MATU-FECHAMENTO.                     00099900
           MOVE WS-TRB-INCL(1)  TO MATU-INCLUIDOS.                      00100000
           MOVE WS-TRB-REAT(1)  TO MATU-REATIVADOS.                     00100100
           MOVE WS-TRB-INAT(1)  TO MATU-INATIVADOS.                     00100200
           MOVE WS-TRB-FUND(1)  TO MATU-FUNDIDOS.                       00100300
           MOVE WS-TRB-EXCL(1)  TO MATU-EXCLUIDOS.                      00100400
           MOVE WS-TRB-EXPU(1)  TO MATU-EXPURGADOS.                     00100500
           MOVE WS-SALDO        TO MATU-SALDO.                          00100600
                                                                        00100700
           WRITE MOVATU-REG.                                            00100800
                                                                        00100900
       540-99-EXIT.                                                     00101000
           EXIT.                                                        00101100
           EJECT                                                        00101200
      ***************************************************************** 00101300
      **       PROCURA O ESTADO WS-UF-PROCURA NA TABELA E O INCLUI    * 00101400
      **       NA POSICAO CERTA (ORDEM DE SIGLA) SE AINDA NAO ESTA.   * 00101500
      **       DEVOLVE O INDICE EM WS-IX-EST (ZERO = TABELA CHEIA)    * 00101600
      ***************************************************************** 00101700
       600-00-LOCALIZA-ESTADO SECTION.                                  00101800
                                                                        00101900
           MOVE ZEROS TO WS-IX-EST.                                     00102000
           MOVE ZEROS TO WS-IX.                                         00102100
                                                                        00102200
           PERFORM 600-10-COMPARA THRU 600-10-EXIT                      00102300
               UNTIL WS-IX-EST GREATER ZEROS                            00102400
                  OR WS-IX EQUAL WS-EST-USADOS.                         00102500
                                                                        00102600
           IF  WS-IX-EST GREATER ZEROS                                  00102700
               IF  WS-EST-SIGLA(WS-IX-EST) EQUAL WS-UF-PROCURA          00102800
                   GO TO 600-99-EXIT.                                   00102900
                                                                        00103000
           IF  WS-EST-USADOS EQUAL WS-EST-MAX                           00103100
               IF  NOT WS-TAB-CHEIA                                     00103200
                   DISPLAY 'ORB026 - TABELA DE ESTADOS CHEIA. '         00103300
                           'RELATORIO PARCIAL'                          00103400
                   MOVE 'S' TO WS-TAB-CHEIA-SW                          00103500
                   MOVE ZEROS TO WS-IX-EST                              00103600
                   GO TO 600-99-EXIT                                    00103700
               ELSE                                                     00103800
                   MOVE ZEROS TO WS-IX-EST                              00103900
                   GO TO 600-99-EXIT.                                   00104000
                                                                        00104100
           ADD 1 TO WS-EST-USADOS.                                      00104200
                                                                        00104300
           IF  WS-IX-EST EQUAL ZEROS                                    00104400
               MOVE WS-EST-USADOS TO WS-IX-EST                          00104500
           ELSE                                                         00104600
               MOVE WS-EST-USADOS TO WS-IX                              00104700
               PERFORM 600-20-DESLOCA THRU 600-20-EXIT                  00104800
                   UNTIL WS-IX EQUAL WS-IX-EST.                         00104900
                                                                        00105000
           MOVE WS-UF-PROCURA TO WS-EST-SIGLA(WS-IX-EST).               00105100
           MOVE ZEROS         TO WS-EST-VALORES(WS-IX-EST).             00105200
                                                                        00105300
       600-99-EXIT.                                                     00105400
           EXIT.                                                        00105500
                                                                        00105600
       600-10-COMPARA SECTION.                                          00105700
                                                                        00105800
           ADD 1 TO WS-IX.                                              00105900
                                                                        00106000
           IF  WS-EST-SIGLA(WS-IX) NOT LESS WS-UF-PROCURA               00106100
               MOVE WS-IX TO WS-IX-EST.                                 00106200
                                                                        00106300
       600-10-EXIT.                                                     00106400
           EXIT.                                                        00106500
                                                                        00106600
       600-20-DESLOCA SECTION.                                          00106700
                                                                        00106800
           MOVE WS-EST-ENT(WS-IX - 1) TO WS-EST-ENT(WS-IX).             00106900
           SUBTRACT 1 FROM WS-IX.                                       00107000
                                                                        00107100
       600-20-EXIT.                                                     00107200
           EXIT.                                                        00107300
           EJECT                                                        00107400
      ***************************************************************** 00107500
      **       RESUMO FINAL E FECHAMENTO DOS ARQUIVOS. ERRO DE SQL OU * 00107600
      **       TABELA CHEIA TERMINA COM RC=16 (O MOVATU GRAVADO NAO   * 00107700
      **       DEVE SER USADO NA PROXIMA EXECUCAO)                    * 00107800
      ***************************************************************** 00107900
       900-00-TERMINO SECTION.                                          00108000
                                                                        00108100
           IF  WS-ERRO-ABERTURA                                         00108200
               CLOSE FECHAMES                                           00108300
               CLOSE MOVANT                                             00108400
               CLOSE MOVATU                                             00108500
               CLOSE RELATORIO                                          00108600
               GO TO 900-99-EXIT.                                       00108700
                                                                        00108800
           MOVE WS-CONT-ESTADOS TO WS-LINRES1-QTD.                      00108900
           WRITE ORB026-REG FROM WS-LINRES1 AFTER ADVANCING 3 LINES.    00109000
                                                                        00109100
           MOVE WS-CONT-DIVERGE TO WS-LINRES2-QTD.                      00109200
           WRITE ORB026-REG FROM WS-LINRES2 AFTER ADVANCING 1 LINE.     00109300
                                                                        00109400
           IF  WS-ERRO-SQL OR WS-TAB-CHEIA                              00109500
               WRITE ORB026-REG FROM WS-LIN-INCOMPLETO                  00109600
                     AFTER ADVANCING 2 LINES                            00109700
               DISPLAY 'ORB026 - ERRO NA LEITURA. '                     00109800
                       'RELATORIO INCOMPLETO'                           00109900
               MOVE 16 TO RETURN-CODE.                                  00110000
                                                                        00110100
           CLOSE FECHAMES.                                              00110200
           CLOSE MOVANT.                                                00110300
           CLOSE MOVATU.                                                00110400
           CLOSE RELATORIO.                                             00110500
                                                                        00110600
           DISPLAY 'ORB026 - MES DE REFERENCIA.....: ' WS-ANOMES.       00110700
           DISPLAY 'ORB026 - ESTADOS LISTADOS......: ' WS-CONT-ESTADOS. 00110800
           DISPLAY 'ORB026 - ESTADOS COM DIFERENCA.: ' WS-CONT-DIVERGE. 00110900
                                                                        00111000
       900-99-EXIT.                                                     00111100
           EXIT.                                                        00111200
