       ID DIVISION.                                                     00000100
       PROGRAM-ID. ORB025.                                              00000200
       AUTHOR.     DTS SOFTWARE.                                        00000300
      *REMARKS.    ***************************************************  00000400
      *            * RELATORIO DE ATIVIDADE DOS OPERADORES E DE      *  00000500
      *            * ACESSOS NEGADOS NAS TRANSACOES ORA: CRUZA O     *  00000600
      *            * CLIENTE_HIST (HIST_OPERADOR) E O LOG DE         *  00000700
      *            * NEGACOES DO 060-00-NEGA-FUNCAO (ACESSO_NEGADO)  *  00000800
      *            * COM A OPER_PERFIL. MOSTRA O VOLUME POR OPERADOR *  00000900
      *            * E TIPO DE OPERACAO E DESTACA AS EXCECOES:       *  00001000
      *            * HISTORICO DE OPERADOR SEM PERFIL ATUAL,         *  00001100
      *            * NEGACOES REPETIDAS, ALTERACOES FORA DO HORARIO, *  00001200
      *            * PICOS DE INATIVACAO OU EXCLUSAO E SUPERVISOR    *  00001300
      *            * QUE CONFIRMOU NO ORA009 FUSAO DE CLIENTE QUE    *  00001400
      *            * ELE MESMO ALTEROU. O CARTAO ATVPARM (OPCIONAL)  *  00001500
      *            * DEFINE O PERIODO (D = DIA, M = MES), A DATA DE  *  00001600
      *            * REFERENCIA E OS LIMITES; SEM CARTAO E O DIA     *  00001700
      *            * ANTERIOR COM OS LIMITES PADRAO. USADO NA        *  00001800
      *            * REVISAO TRIMESTRAL DE ACESSOS DA AUDITORIA      *  00001900
      *            * INTERNA                                         *  00002000
      *            ***************************************************  00002100
                                                                        00002200
       ENVIRONMENT DIVISION.                                            00002300
       CONFIGURATION SECTION.                                           00002400
       SPECIAL-NAMES.                                                   00002500
           DECIMAL-POINT IS COMMA.                                      00002600
       INPUT-OUTPUT SECTION.                                            00002700
       FILE-CONTROL.                                                    00002800
           SELECT ATVPARM   ASSIGN TO ATVPARM                           00002900
               ORGANIZATION IS SEQUENTIAL                               00003000
               FILE STATUS  IS WS-PARM-STATUS.                          00003100
                                                                        00003200
           SELECT RELATORIO ASSIGN TO RELAT                             00003300
               ORGANIZATION IS SEQUENTIAL                               00003400
               FILE STATUS  IS WS-RELAT-STATUS.                         00003500
                                                                        00003600
       DATA DIVISION.                                                   00003700
       FILE SECTION.                                                    00003800
       FD  ATVPARM                                                      00003900
           LABEL RECORDS ARE STANDARD.                                  00004000
       01  ATVPARM-REG.                                                 00004100
           05  PARM-PERIODO        PIC X(01).                           00004200
               88  PARM-PERIODO-DIA          VALUE 'D'.                 00004300
               88  PARM-PERIODO-MES          VALUE 'M'.                 00004400
           05  FILLER              PIC X(01).                           00004500
           05  PARM-DATA-REF       PIC X(10).                           00004600
           05  FILLER              PIC X(01).                           00004700
           05  PARM-LIM-NEGADAS    PIC X(03).                           00004800
           05  PARM-LIM-NEG-N      REDEFINES PARM-LIM-NEGADAS           00004900
                                   PIC 9(03).                           00005000
           05  FILLER              PIC X(01).                           00005100
           05  PARM-LIM-PICO       PIC X(03).                           00005200
           05  PARM-LIM-PICO-N     REDEFINES PARM-LIM-PICO              00005300
                                   PIC 9(03).                           00005400
           05  FILLER              PIC X(01).                           00005500
           05  PARM-HORA-INI       PIC X(02).                           00005600
           05  PARM-HORA-INI-N     REDEFINES PARM-HORA-INI              00005700
                                   PIC 9(02).                           00005800
           05  FILLER              PIC X(01).                           00005900
           05  PARM-HORA-FIM       PIC X(02).                           00006000
           05  PARM-HORA-FIM-N     REDEFINES PARM-HORA-FIM              00006100
                                   PIC 9(02).                           00006200
           05  FILLER              PIC X(54).                           00006300
                                                                        00006400
       FD  RELATORIO                                                    00006500
           LABEL RECORDS ARE OMITTED.                                   00006600
       01  ORB025-REG              PIC X(132).                          00006700
                                                                        00006800
       WORKING-STORAGE SECTION.                                         00006900
       77  WS00-INICIO   PIC X(32) VALUE '*** INICIO DA WORKING ***'.   00007000
                                                                        00007100
       77  WS-PARM-STATUS       PIC X(02) VALUE SPACES.                 00007200
           88  WS-PARM-NAO-EXISTE         VALUE '35'.                   00007300
       77  WS-RELAT-STATUS      PIC X(02) VALUE SPACES.                 00007400
                                                                        00007500
       01  WS-DATA-AMD          PIC X(08) VALUE SPACES.                 00007600
       01  WS-DATA-AMD-RED      REDEFINES WS-DATA-AMD.                  00007700
           05  WS-AMD-ANO       PIC X(04).                              00007800
           05  WS-AMD-MES       PIC X(02).                              00007900
           05  WS-AMD-DIA       PIC X(02).                              00008000
                                                                        00008100
       01  WS-DATA-HOJE.                                                00008200
           05  WS-HOJE-ANO      PIC X(04).                              00008300
           05  FILLER           PIC X(01) VALUE '-'.                    00008400
           05  WS-HOJE-MES      PIC X(02).                              00008500
           05  FILLER           PIC X(01) VALUE '-'.                    00008600
           05  WS-HOJE-DIA      PIC X(02).                              00008700
                                                                        00008800
       01  WS-DATA-REF          PIC X(10) VALUE SPACES.                 00008900
       01  WS-DATA-REF-RED      REDEFINES WS-DATA-REF.                  00009000
           05  WS-REF-ANO       PIC X(04).                              00009100
           05  WS-REF-TRACO1    PIC X(01).                              00009200
           05  WS-REF-MES       PIC X(02).                              00009300
           05  WS-REF-TRACO2    PIC X(01).                              00009400
           05  WS-REF-DIA       PIC X(02).                              00009500
                                                                        00009600
       01  WS-DATA-INI          PIC X(10) VALUE SPACES.                 00009700
       01  WS-DATA-INI-RED      REDEFINES WS-DATA-INI.                  00009800
           05  FILLER           PIC X(08).                              00009900
           05  WS-INI-DIA       PIC X(02).                              00010000
                                                                        00010100
       01  WS-DATA-FIM          PIC X(10) VALUE SPACES.                 00010200
       01  WS-DATA-ULT          PIC X(10) VALUE SPACES.                 00010300
                                                                        00010400
       01  WS-SWITCHES.                                                 00010500
           05  WS-FIM-CURSOR-SW       PIC X(01) VALUE 'N'.              00010600
               88  WS-FIM-CURSOR                VALUE 'S'.              00010700
           05  WS-FIM-EXCECAO-SW      PIC X(01) VALUE 'N'.              00010800
               88  WS-FIM-EXCECAO               VALUE 'S'.              00010900
           05  WS-ERRO-ABERTURA-SW    PIC X(01) VALUE 'N'.              00011000
               88  WS-ERRO-ABERTURA             VALUE 'S'.              00011100
           05  WS-ERRO-SQL-SW         PIC X(01) VALUE 'N'.              00011200
               88  WS-ERRO-SQL                  VALUE 'S'.              00011300
           05  WS-CURSOR-ABERTO-SW    PIC X(01) VALUE 'N'.              00011330
               88  WS-CURSOR-ABERTO             VALUE 'S'.              00011360
           05  WS-PERIODO-SW          PIC X(01) VALUE 'D'.              00011400
               88  WS-PERIODO-DIA               VALUE 'D'.              00011500
               88  WS-PERIODO-MES               VALUE 'M'.              00011600
           05  WS-PRIMEIRO-OPR-SW     PIC X(01) VALUE 'S'.              00011700
               88  WS-PRIMEIRO-OPERADOR         VALUE 'S'.              00011800
                                                                        00011900
       77  WS-LIM-NEGADAS    PIC S9(04) COMP VALUE +3.                  00012000
       77  WS-LIM-PICO       PIC S9(04) COMP VALUE +20.                 00012100
       77  WS-HORA-INI       PIC S9(04) COMP VALUE +8.                  00012200
       77  WS-HORA-FIM       PIC S9(04) COMP VALUE +18.                 00012300
                                                                        00012400
      *    OPERADOR CORRENTE DA QUEBRA DO RESUMO POR OPERADOR           00012500
       01  WS-OPR-ATUAL.                                                00012600
           05  WS-OPR-ID              PIC X(08) VALUE SPACES.           00012700
           05  WS-OPR-NOME            PIC X(30) VALUE SPACES.           00012800
           05  WS-OPR-NIVEL           PIC X(01) VALUE SPACES.           00012900
           05  WS-OPR-SUPERV          PIC X(01) VALUE SPACES.           00013000
           05  WS-OPR-PERFIL-SW       PIC X(01) VALUE 'N'.              00013100
               88  WS-OPR-COM-PERFIL            VALUE 'S'.              00013200
           05  WS-OPR-LOTE-SW         PIC X(01) VALUE 'N'.              00013300
               88  WS-OPR-E-LOTE                VALUE 'S'.              00013400
                                                                        00013500
       77  WS-OPR-INCL       PIC S9(09) COMP VALUE ZEROS.               00013600
       77  WS-OPR-ALTER      PIC S9(09) COMP VALUE ZEROS.               00013700
       77  WS-OPR-INATIV     PIC S9(09) COMP VALUE ZEROS.               00013800
       77  WS-OPR-REATIV     PIC S9(09) COMP VALUE ZEROS.               00013900
       77  WS-OPR-EXCLUS     PIC S9(09) COMP VALUE ZEROS.               00014000
       77  WS-OPR-EXPURG     PIC S9(09) COMP VALUE ZEROS.               00014100
       77  WS-OPR-NEGADAS    PIC S9(09) COMP VALUE ZEROS.               00014200
       77  WS-OPR-TOTAL      PIC S9(09) COMP VALUE ZEROS.               00014300
                                                                        00014400
       77  WS-GER-INCL       PIC S9(09) COMP VALUE ZEROS.               00014500
       77  WS-GER-ALTER      PIC S9(09) COMP VALUE ZEROS.               00014600
       77  WS-GER-INATIV     PIC S9(09) COMP VALUE ZEROS.               00014700
       77  WS-GER-REATIV     PIC S9(09) COMP VALUE ZEROS.               00014800
       77  WS-GER-EXCLUS     PIC S9(09) COMP VALUE ZEROS.               00014900
       77  WS-GER-EXPURG     PIC S9(09) COMP VALUE ZEROS.               00015000
       77  WS-GER-NEGADAS    PIC S9(09) COMP VALUE ZEROS.               00015100
       77  WS-GER-TOTAL      PIC S9(09) COMP VALUE ZEROS.               00015200
                                                                        00015300
       77  WS-CONT-OPERADORES PIC S9(07) COMP VALUE ZEROS.              00015400
       77  WS-CONT-OPR-SEM-PRF PIC S9(07) COMP VALUE ZEROS.             00015500
       77  WS-CONT-EXC-PERFIL PIC S9(07) COMP VALUE ZEROS.              00015600
       77  WS-CONT-EXC-NEGADA PIC S9(07) COMP VALUE ZEROS.              00015700
       77  WS-CONT-EXC-HORA   PIC S9(07) COMP VALUE ZEROS.              00015800
       77  WS-CONT-EXC-PICO   PIC S9(07) COMP VALUE ZEROS.              00015900
       77  WS-CONT-EXC-FUSAO  PIC S9(07) COMP VALUE ZEROS.              00016000
                                                                        00016100
      *    LINHA DO CURSOR DE VOLUME (HISTORICO + NEGACOES)             00016200
       01  WS-VOLUME.                                                   00016300
           05  WS-VOL-OPERADOR        PIC X(08).                        00016400
           05  WS-VOL-TIPO            PIC X(01).                        00016500
           05  WS-VOL-QTD             PIC S9(09) COMP.                  00016600
           05  WS-VOL-LOTE            PIC X(01).                        00016700
           05  WS-VOL-PERFIL          PIC X(01).                        00016800
                                                                        00016900
      *    LINHA DOS CURSORES DE EXCECAO                                00017000
       01  WS-EXCECAO.                                                  00017100
           05  WS-EXC-OPERADOR        PIC X(08).                        00017200
           05  WS-EXC-TERMINAL        PIC X(04).                        00017300
           05  WS-EXC-CODIGO          PIC S9(07) COMP-3.                00017400
           05  WS-EXC-CODIGO-SAI      PIC S9(07) COMP-3.                00017500
           05  WS-EXC-DATA-HORA       PIC X(26).                        00017600
           05  WS-EXC-DATA-ULT        PIC X(26).                        00017700
           05  WS-EXC-DIA             PIC X(10).                        00017800
           05  WS-EXC-TIPO            PIC X(01).                        00017900
           05  WS-EXC-FUNCAO          PIC X(12).                        00018000
           05  WS-EXC-QTD             PIC S9(09) COMP.                  00018100
           05  WS-EXC-MOTIVO          PIC X(01).                        00018200
               88  WS-EXC-FIM-SEMANA            VALUE 'F'.              00018300
                                                                        00018400
       01  WS-CAB1.                                                     00018500
           05  FILLER  PIC X(25) VALUE SPACES.                          00018600
           05  FILLER  PIC X(60) VALUE                                  00018700
               'ATIVIDADE DOS OPERADORES E ACESSOS NEGADOS'.            00018800
                                                                        00018900
       01  WS-CAB-PERIODO.                                              00019000
           05  FILLER            PIC X(09) VALUE 'PERIODO: '.           00019100
           05  WS-CAB-TIPO       PIC X(07).                             00019200
           05  FILLER            PIC X(04) VALUE ' DE '.                00019300
           05  WS-CAB-INI        PIC X(10).                             00019400
           05  FILLER            PIC X(03) VALUE ' A '.                 00019500
           05  WS-CAB-ULT        PIC X(10).                             00019600
                                                                        00019700
       01  WS-CAB-LIMITES.                                              00019800
           05  FILLER            PIC X(31) VALUE                        00019900
               'LIMITES: NEGACOES REPETIDAS >= '.                       00020000
           05  WS-CAB-LIM-NEG    PIC ZZ9.                               00020100
           05  FILLER            PIC X(36) VALUE                        00020200
               '   INATIVACOES/EXCLUSOES POR DIA > '.                   00020300
           05  WS-CAB-LIM-PICO   PIC ZZ9.                               00020400
           05  FILLER            PIC X(21) VALUE                        00020500
               '   HORARIO NORMAL DE '.                                 00020600
           05  WS-CAB-HORA-INI   PIC 99.                                00020700
           05  FILLER            PIC X(05) VALUE 'H AS '.               00020800
           05  WS-CAB-HORA-FIM   PIC 99.                                00020900
           05  FILLER            PIC X(01) VALUE 'H'.                   00021000
                                                                        00021100
       01  WS-CAB-VOL1.                                                 00021200
           05  FILLER  PIC X(60) VALUE                                  00021300
               'VOLUME POR OPERADOR E TIPO DE OPERACAO'.                00021400
                                                                        00021500
       01  WS-CAB-VOL2.                                                 00021600
           05  FILLER  PIC X(10) VALUE 'OPERADOR'.                      00021700
           05  FILLER  PIC X(22) VALUE 'NOME'.                          00021800
           05  FILLER  PIC X(03) VALUE 'NV'.                            00021900
           05  FILLER  PIC X(03) VALUE 'SP'.                            00022000
           05  FILLER  PIC X(10) VALUE '  INCLUSAO'.                    00022100
           05  FILLER  PIC X(10) VALUE ' ALTERACAO'.                    00022200
           05  FILLER  PIC X(10) VALUE '  INATIVAC'.                    00022300
           05  FILLER  PIC X(10) VALUE '  REATIVAC'.                    00022400
           05  FILLER  PIC X(10) VALUE '  EXCLUSAO'.                    00022500
           05  FILLER  PIC X(10) VALUE '   EXPURGO'.                    00022600
           05  FILLER  PIC X(10) VALUE '  NEGADAS'.                     00022700
           05  FILLER  PIC X(10) VALUE '     TOTAL'.                    00022800
           05  FILLER  PIC X(14) VALUE '  OBSERVACAO'.                  00022900
                                                                        00023000
       01  WS-LINVOL.                                                   00023100
           05  WS-LINVOL-OPER    PIC X(08).                             00023200
           05  FILLER            PIC X(02) VALUE SPACES.                00023300
           05  WS-LINVOL-NOME    PIC X(20).                             00023400
           05  FILLER            PIC X(02) VALUE SPACES.                00023500
           05  WS-LINVOL-NIVEL   PIC X(01).                             00023600
           05  FILLER            PIC X(02) VALUE SPACES.                00023700
           05  WS-LINVOL-SUPERV  PIC X(01).                             00023800
           05  FILLER            PIC X(01) VALUE SPACES.                00023900
           05  WS-LINVOL-INCL    PIC ZZZZZ.ZZ9.                         00024000
           05  FILLER            PIC X(01) VALUE SPACES.                00024100
           05  WS-LINVOL-ALTER   PIC ZZZZZ.ZZ9.                         00024200
           05  FILLER            PIC X(01) VALUE SPACES.                00024300
           05  WS-LINVOL-INATIV  PIC ZZZZZ.ZZ9.                         00024400
           05  FILLER            PIC X(01) VALUE SPACES.                00024500
           05  WS-LINVOL-REATIV  PIC ZZZZZ.ZZ9.                         00024600
           05  FILLER            PIC X(01) VALUE SPACES.                00024700
           05  WS-LINVOL-EXCLUS  PIC ZZZZZ.ZZ9.                         00024800
           05  FILLER            PIC X(01) VALUE SPACES.                00024900
           05  WS-LINVOL-EXPURG  PIC ZZZZZ.ZZ9.                         00025000
           05  FILLER            PIC X(01) VALUE SPACES.                00025100
           05  WS-LINVOL-NEGADAS PIC ZZZZZ.ZZ9.                         00025200
           05  FILLER            PIC X(01) VALUE SPACES.                00025300
           05  WS-LINVOL-TOTAL   PIC ZZZZZ.ZZ9.                         00025400
           05  FILLER            PIC X(02) VALUE SPACES.                00025500
           05  WS-LINVOL-OBS     PIC X(14).                             00025600
                                                                        00025700
       01  WS-CAB-EXC.                                                  00025800
           05  FILLER            PIC X(10) VALUE 'EXCECAO - '.          00025900
           05  WS-CAB-EXC-TIT    PIC X(70).                             00026000
                                                                        00026100
       01  WS-CAB-EXC2.                                                 00026200
           05  FILLER  PIC X(10) VALUE 'OPERADOR'.                      00026300
           05  FILLER  PIC X(11) VALUE 'TERM/TRAN'.                     00026400
           05  FILLER  PIC X(09) VALUE ' CODIGO'.                       00026500
           05  FILLER  PIC X(28) VALUE 'DATA/HORA'.                     00026600
           05  FILLER  PIC X(14) VALUE 'OPERACAO'.                      00026700
           05  FILLER  PIC X(09) VALUE '      QTD'.                     00026800
           05  FILLER  PIC X(02) VALUE SPACES.                          00026900
           05  FILLER  PIC X(10) VALUE 'OBSERVACAO'.                    00027000
                                                                        00027100
       01  WS-LINEXC.                                                   00027200
           05  WS-LINEXC-OPER    PIC X(08).                             00027300
           05  FILLER            PIC X(02) VALUE SPACES.                00027400
           05  WS-LINEXC-TERM    PIC X(04).                             00027500
           05  FILLER            PIC X(07) VALUE SPACES.                00027600
           05  WS-LINEXC-CODIGO  PIC ZZZZZZ9 BLANK WHEN ZERO.           00027700
           05  FILLER            PIC X(02) VALUE SPACES.                00027800
           05  WS-LINEXC-DATA    PIC X(26).                             00027900
           05  FILLER            PIC X(02) VALUE SPACES.                00028000
           05  WS-LINEXC-OPERAC  PIC X(12).                             00028100
           05  FILLER            PIC X(02) VALUE SPACES.                00028200
           05  WS-LINEXC-QTD     PIC ZZZZZ.ZZ9 BLANK WHEN ZERO.         00028300
           05  FILLER            PIC X(02) VALUE SPACES.                00028400
           05  WS-LINEXC-OBS     PIC X(40).                             00028500
                                                                        00028600
       01  WS-CAB-FUS2.                                                 00028700
           05  FILLER  PIC X(10) VALUE 'SUPERVIS.'.                     00028800
           05  FILLER  PIC X(09) VALUE '   FICA'.                       00028900
           05  FILLER  PIC X(09) VALUE '    SAI'.                       00029000
           05  FILLER  PIC X(28) VALUE 'DECISAO NO ORA009'.             00029100
           05  FILLER  PIC X(11) VALUE ' EDICOES'.                      00029200
           05  FILLER  PIC X(26) VALUE 'ULTIMA EDICAO PROPRIA'.         00029300
                                                                        00029400
       01  WS-LINFUS.                                                   00029500
           05  WS-LINFUS-OPER    PIC X(08).                             00029600
           05  FILLER            PIC X(02) VALUE SPACES.                00029700
           05  WS-LINFUS-FICA    PIC ZZZZZZ9.                           00029800
           05  FILLER            PIC X(02) VALUE SPACES.                00029900
           05  WS-LINFUS-SAI     PIC ZZZZZZ9.                           00030000
           05  FILLER            PIC X(02) VALUE SPACES.                00030100
           05  WS-LINFUS-DECISAO PIC X(26).                             00030200
           05  FILLER            PIC X(02) VALUE SPACES.                00030300
           05  WS-LINFUS-QTD     PIC ZZZZZ.ZZ9.                         00030400
           05  FILLER            PIC X(02) VALUE SPACES.                00030500
           05  WS-LINFUS-ULTIMA  PIC X(26).                             00030600
                                                                        00030700
       01  WS-LIN-NADA.                                                 00030800
           05  FILLER  PIC X(40) VALUE                                  00030900
               '  NENHUMA OCORRENCIA NO PERIODO'.                       00031000
                                                                        00031100
       01  WS-CAB-RESUMO.                                               00031200
           05  FILLER  PIC X(40) VALUE 'RESUMO DAS EXCECOES'.           00031300
                                                                        00031400
       01  WS-LINRES.                                                   00031500
           05  WS-LINRES-TXT  PIC X(40).                                00031600
           05  WS-LINRES-QTD  PIC ZZZ.ZZ9.                              00031700
                                                                        00031800
       01  WS-LIN-INCOMPLETO.                                           00031900
           05  FILLER  PIC X(60) VALUE                                  00032000
               '*** ERRO DE SQL NA LEITURA - RELATORIO INCOMPLETO ***'. 00032100
                                                                        00032200
           EXEC SQL INCLUDE OPERPROF END-EXEC.                          00032300
                                                                        00032400
           EXEC SQL INCLUDE ACESNEG END-EXEC.                           00032500
                                                                        00032600
           EXEC SQL INCLUDE CLIENTEH END-EXEC.                          00032700
                                                                        00032800
           EXEC SQL INCLUDE MERGPEND END-EXEC.                          00032900
                                                                        00033000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00033100
                                                                        00033200
       77  WS00-FIM      PIC X(32) VALUE '***  FIM DA WORKING  ***'.    00033300
           EJECT                                                        00033400
                                                                        00033500
       PROCEDURE DIVISION.                                              00033600
                                                                        00033700
      ***************************************************************** 00033800
      **       ROTINA PRINCIPAL                                       * 00033900
      ***************************************************************** 00034000
       000-00-MAINLINE SECTION.                                         00034100
                                                                        00034200
           PERFORM 100-00-INICIO   THRU 100-99-EXIT.                    00034300
                                                                        00034400
           PERFORM 200-00-PROCESSA THRU 200-99-EXIT                     00034500
               UNTIL WS-FIM-CURSOR.                                     00034600
                                                                        00034700
           PERFORM 300-00-EXCECOES THRU 300-99-EXIT.                    00034800
                                                                        00034900
           PERFORM 900-00-TERMINO  THRU 900-99-EXIT.                    00035000
                                                                        00035100
           STOP RUN.                                                    00035200
           EJECT                                                        00035300
      ***************************************************************** 00035400
      **       ABERTURA DO RELATORIO, LEITURA DO CARTAO ATVPARM,      * 00035500
      **       CALCULO DO PERIODO, CABECALHO E ABERTURA DO CURSOR     * 00035600
      **       DE VOLUME POR OPERADOR                                 * 00035700
      ***************************************************************** 00035800
       100-00-INICIO SECTION.                                           00035900
                                                                        00036000
           OPEN OUTPUT RELATORIO.                                       00036100
                                                                        00036200
           IF  WS-RELAT-STATUS NOT EQUAL '00'                           00036300
               DISPLAY 'ORB025 - ERRO AO ABRIR O RELATORIO, '           00036400
                       'FILE STATUS = ' WS-RELAT-STATUS                 00036500
               MOVE 'S' TO WS-FIM-CURSOR-SW                             00036600
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00036700
               MOVE 16  TO RETURN-CODE                                  00036800
               GO TO 100-99-EXIT.                                       00036900
                                                                        00037000
           ACCEPT WS-DATA-AMD FROM DATE YYYYMMDD.                       00037100
           MOVE WS-AMD-ANO TO WS-HOJE-ANO.                              00037200
           MOVE WS-AMD-MES TO WS-HOJE-MES.                              00037300
           MOVE WS-AMD-DIA TO WS-HOJE-DIA.                              00037400
                                                                        00037500
           PERFORM 110-00-LE-PARM THRU 110-99-EXIT.                     00037600
                                                                        00037700
           IF  WS-ERRO-ABERTURA                                         00037800
               GO TO 100-99-EXIT.                                       00037900
                                                                        00038000
           PERFORM 120-00-CALCULA-PERIODO THRU 120-99-EXIT.             00038100
                                                                        00038200
           IF  WS-ERRO-ABERTURA                                         00038300
               GO TO 100-99-EXIT.                                       00038400
                                                                        00038500
           IF  WS-PERIODO-DIA                                           00038600
               MOVE 'DIARIO'  TO WS-CAB-TIPO                            00038700
           ELSE                                                         00038800
               MOVE 'MENSAL'  TO WS-CAB-TIPO.                           00038900
           MOVE WS-DATA-INI    TO WS-CAB-INI.                           00039000
           MOVE WS-DATA-ULT    TO WS-CAB-ULT.                           00039100
           MOVE WS-LIM-NEGADAS TO WS-CAB-LIM-NEG.                       00039200
           MOVE WS-LIM-PICO    TO WS-CAB-LIM-PICO.                      00039300
           MOVE WS-HORA-INI    TO WS-CAB-HORA-INI.                      00039400
           MOVE WS-HORA-FIM    TO WS-CAB-HORA-FIM.                      00039500
                                                                        00039600
           WRITE ORB025-REG FROM WS-CAB1 AFTER ADVANCING PAGE.          00039700
           WRITE ORB025-REG FROM WS-CAB-PERIODO                         00039800
                 AFTER ADVANCING 2 LINES.                               00039900
           WRITE ORB025-REG FROM WS-CAB-LIMITES                         00040000
                 AFTER ADVANCING 1 LINE.                                00040100
           WRITE ORB025-REG FROM WS-CAB-VOL1 AFTER ADVANCING 2 LINES.   00040200
           WRITE ORB025-REG FROM WS-CAB-VOL2 AFTER ADVANCING 2 LINES.   00040300
                                                                        00040400
      *    HISTORICO AGRUPADO POR OPERADOR E TIPO, MAIS AS NEGACOES     00040500
      *    COMO TIPO 'N'; O PERFIL ATUAL VEM DA OPER_PERFIL (OPERADOR   00040600
      *    QUE NAO ESTA MAIS LA VOLTA COM PERFIL = 'N'). LOTE = 'S'     00040700
      *    SO QUANDO TODAS AS LINHAS DO GRUPO TEM TERMINAL 'BTCH'       00040800
      *    (JOBS BATCH E FUSOES DA ORB008, GRAVADAS COM O OPERADOR      00040900
      *    DO CARTAO DE FUSAO)                                          00040950
           EXEC SQL DECLARE CUR-VOLUME CURSOR FOR                       00041000
               SELECT V.OPERADOR, V.TIPO, V.QTD, V.LOTE,                00041100
                      CASE WHEN P.OPER_ID IS NULL                       00041200
                           THEN 'N' ELSE 'S' END,                       00041300
                      COALESCE(P.OPER_NOME, ' '),                       00041400
                      COALESCE(P.OPER_NIVEL, ' '),                      00041500
                      COALESCE(P.OPER_SUPERVISOR, ' ')                  00041600
                 FROM (SELECT HIST_OPERADOR  AS OPERADOR,               00041700
                              HIST_TIPO_OPER AS TIPO,                   00041800
                              COUNT(*)       AS QTD,                    00041900
                              MIN(CASE WHEN HIST_TERMINAL = 'BTCH'      00042000
                                       THEN 'S' ELSE 'N' END) AS LOTE   00042100
                         FROM CLIENTE_HIST                              00042200
                        WHERE DATE(HIST_DATA_HORA) >= :WS-DATA-INI      00042300
                          AND DATE(HIST_DATA_HORA) <  :WS-DATA-FIM      00042400
                        GROUP BY HIST_OPERADOR, HIST_TIPO_OPER          00042500
                       UNION ALL                                        00042600
                       SELECT NEG_OPERADOR, 'N', COUNT(*), 'N'          00042700
                         FROM ACESSO_NEGADO                             00042800
                        WHERE DATE(NEG_DATA_HORA) >= :WS-DATA-INI       00042900
                          AND DATE(NEG_DATA_HORA) <  :WS-DATA-FIM       00043000
                        GROUP BY NEG_OPERADOR) AS V                     00043100
                 LEFT OUTER JOIN OPER_PERFIL P                          00043200
                   ON P.OPER_ID = V.OPERADOR                            00043300
                ORDER BY V.OPERADOR, V.TIPO                             00043400
           END-EXEC.                                                    00043500
                                                                        00043600
           EXEC SQL OPEN CUR-VOLUME END-EXEC.                           00043700
                                                                        00043800
           IF  SQLCODE NOT EQUAL ZEROS                                  00043900
               DISPLAY 'ORB025 - ERRO AO ABRIR O CURSOR CUR-VOLUME, '   00044000
                       'SQLCODE = ' SQLCODE                             00044100
               MOVE 'S' TO WS-FIM-CURSOR-SW                             00044200
               MOVE 'S' TO WS-ERRO-SQL-SW                               00044300
               GO TO 100-99-EXIT.                                       00044400
                                                                        00044500
           MOVE 'S' TO WS-CURSOR-ABERTO-SW.                             00044550
                                                                        00044575
           PERFORM 200-10-LE-VOLUME THRU 200-10-EXIT.                   00044600
                                                                        00044700
       100-99-EXIT.                                                     00044800
           EXIT.                                                        00044900
           EJECT                                                        00045000
      ***************************************************************** 00045100
      **       LEITURA DO CARTAO ATVPARM. SEM CARTAO VALE O DIA       * 00045200
      **       ANTERIOR COM OS LIMITES PADRAO; CAMPO EM BRANCO        * 00045300
      **       VALE O PADRAO. LAYOUT:                                 * 00045400
      **       COL 01    PERIODO D (DIA) OU M (MES)                   * 00045500
      **       COL 03-12 DATA DE REFERENCIA AAAA-MM-DD (NO MES,       * 00045600
      **                 QUALQUER DIA DO MES)                         * 00045700
      **       COL 14-16 NEGACOES IGUAIS QUE CONTAM COMO REPETIDAS    * 00045800
      **       COL 18-20 INATIVACOES/EXCLUSOES POR DIA (PICO)         * 00045900
      **       COL 22-23 HORA DE INICIO DO EXPEDIENTE                 * 00046000
      **       COL 25-26 HORA DE FIM DO EXPEDIENTE                    * 00046100
      ***************************************************************** 00046200
       110-00-LE-PARM SECTION.                                          00046300
                                                                        00046400
           OPEN INPUT ATVPARM.                                          00046500
                                                                        00046600
           IF  WS-PARM-NAO-EXISTE                                       00046700
               GO TO 110-99-EXIT.                                       00046800
                                                                        00046900
           IF  WS-PARM-STATUS NOT EQUAL '00'                            00047000
               DISPLAY 'ORB025 - ERRO AO ABRIR O ATVPARM, '             00047100
                       'FILE STATUS = ' WS-PARM-STATUS                  00047200
               MOVE 'S' TO WS-FIM-CURSOR-SW                             00047300
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00047400
               MOVE 16  TO RETURN-CODE                                  00047500
               GO TO 110-99-EXIT.                                       00047600
                                                                        00047700
           READ ATVPARM                                                 00047800
               AT END                                                   00047900
                   CLOSE ATVPARM                                        00048000
                   GO TO 110-99-EXIT.                                   00048100
                                                                        00048200
           CLOSE ATVPARM.                                               00048300
                                                                        00048400
           IF  PARM-PERIODO EQUAL SPACES                                00048500
               MOVE 'D' TO PARM-PERIODO.                                00048600
                                                                        00048700
           IF  NOT PARM-PERIODO-DIA AND                                 00048800
               NOT PARM-PERIODO-MES                                     00048900
               DISPLAY 'ORB025 - PERIODO INVALIDO NO ATVPARM: '         00049000
                       PARM-PERIODO '. EXECUCAO CANCELADA'              00049100
               GO TO 110-90-CANCELA.                                    00049200
                                                                        00049300
           MOVE PARM-PERIODO TO WS-PERIODO-SW.                          00049400
                                                                        00049500
           IF  PARM-DATA-REF NOT EQUAL SPACES                           00049600
               MOVE PARM-DATA-REF TO WS-DATA-REF                        00049700
               IF  WS-REF-ANO    NOT NUMERIC  OR                        00049800
                   WS-REF-MES    NOT NUMERIC  OR                        00049900
                   WS-REF-DIA    NOT NUMERIC  OR                        00050000
                   WS-REF-TRACO1 NOT EQUAL '-' OR                       00050100
                   WS-REF-TRACO2 NOT EQUAL '-' OR                       00050200
                   WS-REF-MES    LESS '01'    OR                        00050300
                   WS-REF-MES    GREATER '12' OR                        00050400
                   WS-REF-DIA    LESS '01'    OR                        00050500
                   WS-REF-DIA    GREATER '31' OR                        00050600
                   WS-DATA-REF   GREATER WS-DATA-HOJE                   00050700
                   DISPLAY 'ORB025 - DATA DE REFERENCIA INVALIDA NO '   00050800
                           'ATVPARM: ' PARM-DATA-REF                    00050900
                           '. EXECUCAO CANCELADA'                       00051000
                   GO TO 110-90-CANCELA.                                00051100
                                                                        00051200
           IF  PARM-LIM-NEGADAS NOT EQUAL SPACES                        00051300
               IF  PARM-LIM-NEGADAS NOT NUMERIC OR                      00051400
                   PARM-LIM-NEG-N EQUAL ZEROS                           00051500
                   DISPLAY 'ORB025 - LIMITE DE NEGACOES INVALIDO NO '   00051600
                           'ATVPARM. EXECUCAO CANCELADA'                00051700
                   GO TO 110-90-CANCELA                                 00051800
               ELSE                                                     00051900
                   MOVE PARM-LIM-NEG-N TO WS-LIM-NEGADAS.               00052000
                                                                        00052100
           IF  PARM-LIM-PICO NOT EQUAL SPACES                           00052200
               IF  PARM-LIM-PICO NOT NUMERIC                            00052300
                   DISPLAY 'ORB025 - LIMITE DE PICO INVALIDO NO '       00052400
                           'ATVPARM. EXECUCAO CANCELADA'                00052500
                   GO TO 110-90-CANCELA                                 00052600
               ELSE                                                     00052700
                   MOVE PARM-LIM-PICO-N TO WS-LIM-PICO.                 00052800
                                                                        00052900
           IF  PARM-HORA-INI NOT EQUAL SPACES                           00053000
               IF  PARM-HORA-INI NOT NUMERIC                            00053100
                   DISPLAY 'ORB025 - HORA DE INICIO INVALIDA NO '       00053200
                           'ATVPARM. EXECUCAO CANCELADA'                00053300
                   GO TO 110-90-CANCELA                                 00053400
               ELSE                                                     00053500
                   MOVE PARM-HORA-INI-N TO WS-HORA-INI.                 00053600
                                                                        00053700
           IF  PARM-HORA-FIM NOT EQUAL SPACES                           00053800
               IF  PARM-HORA-FIM NOT NUMERIC                            00053900
                   DISPLAY 'ORB025 - HORA DE FIM INVALIDA NO '          00054000
                           'ATVPARM. EXECUCAO CANCELADA'                00054100
                   GO TO 110-90-CANCELA                                 00054200
               ELSE                                                     00054300
                   MOVE PARM-HORA-FIM-N TO WS-HORA-FIM.                 00054400
                                                                        00054500
           IF  WS-HORA-FIM GREATER 24 OR                                00054600
               WS-HORA-INI NOT LESS WS-HORA-FIM                         00054700
               DISPLAY 'ORB025 - HORARIO DE EXPEDIENTE INVALIDO NO '    00054800
                       'ATVPARM. EXECUCAO CANCELADA'                    00054900
               GO TO 110-90-CANCELA.                                    00055000
                                                                        00055100
           GO TO 110-99-EXIT.                                           00055200
                                                                        00055300
       110-90-CANCELA.                                                  00055400
                                                                        00055500
           MOVE 'S' TO WS-FIM-CURSOR-SW.                                00055600
           MOVE 'S' TO WS-ERRO-ABERTURA-SW.                             00055700
           MOVE 16  TO RETURN-CODE.                                     00055800
                                                                        00055900
       110-99-EXIT.                                                     00056000
           EXIT.                                                        00056100
           EJECT                                                        00056200
      ***************************************************************** 00056300
      **       CALCULO DO PERIODO NO DB2: INICIO (DIA DE REFERENCIA   * 00056400
      **       OU PRIMEIRO DIA DO MES), FIM EXCLUSIVE E ULTIMO DIA    * 00056500
      **       DO PERIODO PARA O CABECALHO. SEM DATA NO CARTAO E O    * 00056600
      **       DIA ANTERIOR OU O MES ANTERIOR                         * 00056700
      ***************************************************************** 00056800
       120-00-CALCULA-PERIODO SECTION.                                  00056900
                                                                        00057000
           IF  WS-DATA-REF NOT EQUAL SPACES                             00057100
               MOVE WS-DATA-REF TO WS-DATA-INI                          00057200
           ELSE                                                         00057300
               IF  WS-PERIODO-DIA                                       00057400
                   EXEC SQL SET :WS-DATA-INI = CURRENT DATE - 1 DAY     00057500
                   END-EXEC                                             00057600
               ELSE                                                     00057700
                   EXEC SQL SET :WS-DATA-INI = CURRENT DATE - 1 MONTH   00057800
                   END-EXEC.                                            00057900
                                                                        00058000
           IF  WS-PERIODO-MES                                           00058100
               MOVE '01' TO WS-INI-DIA.                                 00058200
                                                                        00058300
           IF  WS-PERIODO-DIA                                           00058400
               EXEC SQL SET :WS-DATA-FIM = DATE(:WS-DATA-INI) + 1 DAY   00058500
               END-EXEC                                                 00058600
           ELSE                                                         00058700
               EXEC SQL SET :WS-DATA-FIM =                              00058800
                        DATE(:WS-DATA-INI) + 1 MONTH                    00058900
               END-EXEC.                                                00059000
                                                                        00059100
           IF  SQLCODE NOT EQUAL ZEROS                                  00059200
               DISPLAY 'ORB025 - DATA DE REFERENCIA INVALIDA ('         00059300
                       WS-DATA-INI '), SQLCODE = ' SQLCODE              00059400
                       '. EXECUCAO CANCELADA'                           00059500
               MOVE 'S' TO WS-FIM-CURSOR-SW                             00059600
               MOVE 'S' TO WS-ERRO-ABERTURA-SW                          00059700
               MOVE 16  TO RETURN-CODE                                  00059800
               GO TO 120-99-EXIT.                                       00059900
                                                                        00060000
           EXEC SQL SET :WS-DATA-ULT = DATE(:WS-DATA-FIM) - 1 DAY       00060100
           END-EXEC.                                                    00060200
                                                                        00060300
       120-99-EXIT.                                                     00060400
           EXIT.                                                        00060500
           EJECT                                                        00060600
      ***************************************************************** 00060700
      **       ACUMULA UMA LINHA DO CURSOR DE VOLUME NO OPERADOR      * 00060800
      **       CORRENTE; NA TROCA DE OPERADOR IMPRIME O ANTERIOR      * 00060900
      ***************************************************************** 00061000
       200-00-PROCESSA SECTION.                                         00061100
                                                                        00061200
           IF  WS-VOL-OPERADOR NOT EQUAL WS-OPR-ID                      00061300
               IF  WS-PRIMEIRO-OPERADOR                                 00061400
                   MOVE 'N' TO WS-PRIMEIRO-OPR-SW                       00061500
                   PERFORM 220-00-NOVO-OPERADOR THRU 220-99-EXIT        00061600
               ELSE                                                     00061700
                   PERFORM 230-00-IMPRIME-OPERADOR THRU 230-99-EXIT     00061800
                   PERFORM 220-00-NOVO-OPERADOR THRU 220-99-EXIT.       00061900
                                                                        00062000
      *    SO E JOB BATCH SE TODAS AS LINHAS DO OPERADOR FOREM DE LOTE  00062050
           IF  WS-VOL-LOTE NOT EQUAL 'S'                                00062100
               MOVE 'N' TO WS-OPR-LOTE-SW.                              00062200
                                                                        00062300
           IF  WS-VOL-TIPO EQUAL 'I'                                    00062400
               ADD WS-VOL-QTD TO WS-OPR-INCL.                           00062500
                                                                        00062600
           IF  WS-VOL-TIPO EQUAL 'A'                                    00062700
               ADD WS-VOL-QTD TO WS-OPR-ALTER.                          00062800
                                                                        00062900
           IF  WS-VOL-TIPO EQUAL 'C'                                    00063000
               ADD WS-VOL-QTD TO WS-OPR-INATIV.                         00063100
                                                                        00063200
           IF  WS-VOL-TIPO EQUAL 'R'                                    00063300
               ADD WS-VOL-QTD TO WS-OPR-REATIV.                         00063400
                                                                        00063500
           IF  WS-VOL-TIPO EQUAL 'D'                                    00063600
               ADD WS-VOL-QTD TO WS-OPR-EXCLUS.                         00063700
                                                                        00063800
           IF  WS-VOL-TIPO EQUAL 'X'                                    00063900
               ADD WS-VOL-QTD TO WS-OPR-EXPURG.                         00064000
                                                                        00064100
           IF  WS-VOL-TIPO EQUAL 'N'                                    00064200
               ADD WS-VOL-QTD TO WS-OPR-NEGADAS.                        00064300
                                                                        00064400
           ADD WS-VOL-QTD TO WS-OPR-TOTAL.                              00064500
                                                                        00064600
           PERFORM 200-10-LE-VOLUME THRU 200-10-EXIT.                   00064700
                                                                        00064800
           GO TO 200-99-EXIT.                                           00064900
                                                                        00065000
       200-99-EXIT.                                                     00065100
           EXIT.                                                        00065200
           EJECT                                                        00065300
      ***************************************************************** 00065400
      **       LEITURA DA PROXIMA LINHA DO CURSOR CUR-VOLUME          * 00065500
      ***************************************************************** 00065600
       200-10-LE-VOLUME SECTION.                                        00065700
                                                                        00065800
           EXEC SQL FETCH CUR-VOLUME                                    00065900
                    INTO :WS-VOL-OPERADOR, :WS-VOL-TIPO, :WS-VOL-QTD,   00066000
                         :WS-VOL-LOTE, :WS-VOL-PERFIL,                  00066100
                         :OPER-NOME-PRF, :OPER-NIVEL-PRF,               00066200
                         :OPER-SUPERVISOR-PRF                           00066300
           END-EXEC.                                                    00066400
                                                                        00066500
           IF  SQLCODE EQUAL ZEROS                                      00066600
               NEXT SENTENCE                                            00066700
           ELSE                                                         00066800
               IF  SQLCODE EQUAL +100                                   00066900
                   MOVE 'S' TO WS-FIM-CURSOR-SW                         00067000
               ELSE                                                     00067100
                   DISPLAY 'ORB025 - ERRO NO FETCH DE CUR-VOLUME, '     00067200
                           'SQLCODE = ' SQLCODE                         00067300
                   MOVE 'S' TO WS-FIM-CURSOR-SW                         00067400
                   MOVE 'S' TO WS-ERRO-SQL-SW.                          00067500
                                                                        00067600
           GO TO 200-10-EXIT.                                           00067700
                                                                        00067800
       200-10-EXIT.                                                     00067900
           EXIT.                                                        00068000
           EJECT                                                        00068100
      ***************************************************************** 00068200
      **       INICIO DE UM NOVO OPERADOR: GUARDA O PERFIL ATUAL E    * 00068300
      **       ZERA OS CONTADORES                                     * 00068400
      ***************************************************************** 00068500
       220-00-NOVO-OPERADOR SECTION.                                    00068600
                                                                        00068700
           MOVE WS-VOL-OPERADOR     TO WS-OPR-ID.                       00068800
           MOVE OPER-NOME-PRF       TO WS-OPR-NOME.                     00068900
           MOVE OPER-NIVEL-PRF      TO WS-OPR-NIVEL.                    00069000
           MOVE OPER-SUPERVISOR-PRF TO WS-OPR-SUPERV.                   00069100
           MOVE WS-VOL-PERFIL       TO WS-OPR-PERFIL-SW.                00069200
           MOVE 'S'                 TO WS-OPR-LOTE-SW.                  00069300
                                                                        00069400
           MOVE ZEROS TO WS-OPR-INCL   WS-OPR-ALTER  WS-OPR-INATIV      00069500
                         WS-OPR-REATIV WS-OPR-EXCLUS WS-OPR-EXPURG      00069600
                         WS-OPR-NEGADAS WS-OPR-TOTAL.                   00069700
                                                                        00069800
       220-99-EXIT.                                                     00069900
           EXIT.                                                        00070000
           EJECT                                                        00070100
      ***************************************************************** 00070200
      **       LINHA DO OPERADOR QUE ACABOU E SOMA NO TOTAL GERAL.    * 00070300
      **       OPERADOR DE TERMINAL SEM PERFIL ATUAL NA OPER_PERFIL   * 00070400
      **       E MARCADO (A LISTA DAS LINHAS SAI NA EXCECAO 1)        * 00070500
      ***************************************************************** 00070600
       230-00-IMPRIME-OPERADOR SECTION.                                 00070700
                                                                        00070800
           ADD 1 TO WS-CONT-OPERADORES.                                 00070900
                                                                        00071000
           MOVE WS-OPR-ID      TO WS-LINVOL-OPER.                       00071100
           MOVE WS-OPR-NOME    TO WS-LINVOL-NOME.                       00071200
           MOVE WS-OPR-NIVEL   TO WS-LINVOL-NIVEL.                      00071300
           MOVE WS-OPR-SUPERV  TO WS-LINVOL-SUPERV.                     00071400
           MOVE WS-OPR-INCL    TO WS-LINVOL-INCL.                       00071500
           MOVE WS-OPR-ALTER   TO WS-LINVOL-ALTER.                      00071600
           MOVE WS-OPR-INATIV  TO WS-LINVOL-INATIV.                     00071700
           MOVE WS-OPR-REATIV  TO WS-LINVOL-REATIV.                     00071800
           MOVE WS-OPR-EXCLUS  TO WS-LINVOL-EXCLUS.                     00071900
           MOVE WS-OPR-EXPURG  TO WS-LINVOL-EXPURG.                     00072000
           MOVE WS-OPR-NEGADAS TO WS-LINVOL-NEGADAS.                    00072100
           MOVE WS-OPR-TOTAL   TO WS-LINVOL-TOTAL.                      00072200
                                                                        00072300
           IF  WS-OPR-E-LOTE                                            00072400
               MOVE 'JOB BATCH'    TO WS-LINVOL-OBS                     00072500
           ELSE                                                         00072600
               IF  NOT WS-OPR-COM-PERFIL                                00072700
                   ADD  1 TO WS-CONT-OPR-SEM-PRF                        00072800
                   MOVE '*SEM PERFIL*' TO WS-LINVOL-OBS                 00072900
               ELSE                                                     00073000
                   MOVE SPACES         TO WS-LINVOL-OBS.                00073100
                                                                        00073200
           WRITE ORB025-REG FROM WS-LINVOL AFTER ADVANCING 1 LINE.      00073300
                                                                        00073400
           ADD WS-OPR-INCL    TO WS-GER-INCL.                           00073500
           ADD WS-OPR-ALTER   TO WS-GER-ALTER.                          00073600
           ADD WS-OPR-INATIV  TO WS-GER-INATIV.                         00073700
           ADD WS-OPR-REATIV  TO WS-GER-REATIV.                         00073800
           ADD WS-OPR-EXCLUS  TO WS-GER-EXCLUS.                         00073900
           ADD WS-OPR-EXPURG  TO WS-GER-EXPURG.                         00074000
           ADD WS-OPR-NEGADAS TO WS-GER-NEGADAS.                        00074100
           ADD WS-OPR-TOTAL   TO WS-GER-TOTAL.                          00074200
                                                                        00074300
       230-99-EXIT.                                                     00074400
           EXIT.                                                        00074500
           EJECT                                                        00074600
      ***************************************************************** 00074700
      **       FIM DO CURSOR DE VOLUME (ULTIMO OPERADOR E TOTAL       * 00074800
      **       GERAL) E LISTAS DE EXCECAO, UMA POR TIPO               * 00074900
      ***************************************************************** 00075000
       300-00-EXCECOES SECTION.                                         00075100
                                                                        00075200
           IF  WS-ERRO-ABERTURA                                         00075300
               GO TO 300-99-EXIT.                                       00075400
                                                                        00075500
           IF  WS-CURSOR-ABERTO                                         00075600
               EXEC SQL CLOSE CUR-VOLUME END-EXEC.                      00075650
                                                                        00075700
           IF  NOT WS-PRIMEIRO-OPERADOR                                 00075800
               PERFORM 230-00-IMPRIME-OPERADOR THRU 230-99-EXIT.        00075900
                                                                        00076000
           MOVE SPACES        TO WS-LINVOL-OPER  WS-LINVOL-NIVEL        00076100
                                 WS-LINVOL-SUPERV WS-LINVOL-OBS.        00076200
           MOVE 'TOTAL GERAL' TO WS-LINVOL-NOME.                        00076300
           MOVE WS-GER-INCL    TO WS-LINVOL-INCL.                       00076400
           MOVE WS-GER-ALTER   TO WS-LINVOL-ALTER.                      00076500
           MOVE WS-GER-INATIV  TO WS-LINVOL-INATIV.                     00076600
           MOVE WS-GER-REATIV  TO WS-LINVOL-REATIV.                     00076700
           MOVE WS-GER-EXCLUS  TO WS-LINVOL-EXCLUS.                     00076800
           MOVE WS-GER-EXPURG  TO WS-LINVOL-EXPURG.                     00076900
           MOVE WS-GER-NEGADAS TO WS-LINVOL-NEGADAS.                    00077000
           MOVE WS-GER-TOTAL   TO WS-LINVOL-TOTAL.                      00077100
                                                                        00077200
           WRITE ORB025-REG FROM WS-LINVOL AFTER ADVANCING 2 LINES.     00077300
                                                                        00077400
           PERFORM 310-00-SEM-PERFIL   THRU 310-99-EXIT.                00077500
           PERFORM 320-00-REPETIDAS    THRU 320-99-EXIT.                00077600
           PERFORM 330-00-FORA-HORARIO THRU 330-99-EXIT.                00077700
           PERFORM 340-00-PICOS        THRU 340-99-EXIT.                00077800
           PERFORM 350-00-AUTO-FUSAO   THRU 350-99-EXIT.                00077900
                                                                        00078000
       300-99-EXIT.                                                     00078100
           EXIT.                                                        00078200
           EJECT                                                        00078300
      ***************************************************************** 00078400
      **       EXCECAO 1: LINHAS DE HISTORICO GRAVADAS DE TERMINAL    * 00078500
      **       POR OPERADOR QUE NAO TEM PERFIL ATUAL NA OPER_PERFIL   * 00078600
      ***************************************************************** 00078700
       310-00-SEM-PERFIL SECTION.                                       00078800
                                                                        00078900
           MOVE 'HISTORICO DE OPERADOR SEM PERFIL ATUAL NA OPER_PERFIL' 00079000
             TO WS-CAB-EXC-TIT.                                         00079100
           PERFORM 390-00-CABEC-EXCECAO THRU 390-99-EXIT.               00079200
                                                                        00079300
           EXEC SQL DECLARE CUR-SEMPERFIL CURSOR FOR                    00079400
               SELECT H.HIST_OPERADOR, H.HIST_TERMINAL, H.CODIGO,       00079500
                      H.HIST_DATA_HORA, H.HIST_TIPO_OPER                00079600
                 FROM CLIENTE_HIST H                                    00079700
                WHERE DATE(H.HIST_DATA_HORA) >= :WS-DATA-INI            00079800
                  AND DATE(H.HIST_DATA_HORA) <  :WS-DATA-FIM            00079900
                  AND H.HIST_TERMINAL <> 'BTCH'                         00080000
                  AND NOT EXISTS                                        00080100
                      (SELECT 1                                         00080200
                         FROM OPER_PERFIL P                             00080300
                        WHERE P.OPER_ID = H.HIST_OPERADOR)              00080400
                ORDER BY H.HIST_OPERADOR, H.HIST_DATA_HORA              00080500
           END-EXEC.                                                    00080600
                                                                        00080700
           EXEC SQL OPEN CUR-SEMPERFIL END-EXEC.                        00080800
                                                                        00080900
           IF  SQLCODE NOT EQUAL ZEROS                                  00081000
               DISPLAY 'ORB025 - ERRO AO ABRIR O CURSOR CUR-SEMPERFIL, '00081100
                       'SQLCODE = ' SQLCODE                             00081200
               MOVE 'S' TO WS-ERRO-SQL-SW                               00081300
               GO TO 310-99-EXIT.                                       00081400
                                                                        00081500
           PERFORM 310-10-LE-SEMPERFIL THRU 310-10-EXIT.                00081600
                                                                        00081700
           PERFORM 310-20-LISTA-SEMPERFIL THRU 310-20-EXIT              00081800
               UNTIL WS-FIM-EXCECAO.                                    00081900
                                                                        00082000
           EXEC SQL CLOSE CUR-SEMPERFIL END-EXEC.                       00082100
                                                                        00082200
           IF  WS-CONT-EXC-PERFIL EQUAL ZEROS                           00082300
               WRITE ORB025-REG FROM WS-LIN-NADA                        00082400
                     AFTER ADVANCING 1 LINE.                            00082500
                                                                        00082600
       310-99-EXIT.                                                     00082700
           EXIT.                                                        00082800
                                                                        00082900
       310-10-LE-SEMPERFIL SECTION.                                     00083000
                                                                        00083100
           EXEC SQL FETCH CUR-SEMPERFIL                                 00083200
                    INTO :WS-EXC-OPERADOR, :WS-EXC-TERMINAL,            00083300
                         :WS-EXC-CODIGO, :WS-EXC-DATA-HORA,             00083400
                         :WS-EXC-TIPO                                   00083500
           END-EXEC.                                                    00083600
                                                                        00083700
           PERFORM 395-00-TESTA-FETCH THRU 395-99-EXIT.                 00083800
                                                                        00083900
       310-10-EXIT.                                                     00084000
           EXIT.                                                        00084100
                                                                        00084200
       310-20-LISTA-SEMPERFIL SECTION.                                  00084300
                                                                        00084400
           ADD 1 TO WS-CONT-EXC-PERFIL.                                 00084500
                                                                        00084600
           MOVE SPACES           TO WS-LINEXC-OBS.                      00084700
           MOVE WS-EXC-OPERADOR  TO WS-LINEXC-OPER.                     00084800
           MOVE WS-EXC-TERMINAL  TO WS-LINEXC-TERM.                     00084900
           MOVE WS-EXC-CODIGO    TO WS-LINEXC-CODIGO.                   00085000
           MOVE WS-EXC-DATA-HORA TO WS-LINEXC-DATA.                     00085100
           MOVE ZEROS            TO WS-LINEXC-QTD.                      00085200
           PERFORM 380-00-DESCREVE-TIPO THRU 380-99-EXIT.               00085300
           MOVE 'OPERADOR SEM PERFIL ATUAL' TO WS-LINEXC-OBS.           00085400
                                                                        00085500
           WRITE ORB025-REG FROM WS-LINEXC AFTER ADVANCING 1 LINE.      00085600
                                                                        00085700
           PERFORM 310-10-LE-SEMPERFIL THRU 310-10-EXIT.                00085800
                                                                        00085900
       310-20-EXIT.                                                     00086000
           EXIT.                                                        00086100
           EJECT                                                        00086200
      ***************************************************************** 00086300
      **       EXCECAO 2: MESMA FUNCAO NEGADA AO MESMO OPERADOR NA    * 00086400
      **       MESMA TRANSACAO PELO MENOS N VEZES NO PERIODO          * 00086500
      ***************************************************************** 00086600
       320-00-REPETIDAS SECTION.                                        00086700
                                                                        00086800
           MOVE 'NEGACOES REPETIDAS DA MESMA FUNCAO AO MESMO OPERADOR'  00086900
             TO WS-CAB-EXC-TIT.                                         00087000
           PERFORM 390-00-CABEC-EXCECAO THRU 390-99-EXIT.               00087100
                                                                        00087200
           EXEC SQL DECLARE CUR-REPETIDAS CURSOR FOR                    00087300
               SELECT NEG_OPERADOR, NEG_TRANSACAO, NEG_FUNCAO,          00087400
                      COUNT(*), MAX(NEG_DATA_HORA)                      00087500
                 FROM ACESSO_NEGADO                                     00087600
                WHERE DATE(NEG_DATA_HORA) >= :WS-DATA-INI               00087700
                  AND DATE(NEG_DATA_HORA) <  :WS-DATA-FIM               00087800
                GROUP BY NEG_OPERADOR, NEG_TRANSACAO, NEG_FUNCAO        00087900
               HAVING COUNT(*) >= :WS-LIM-NEGADAS                       00088000
                ORDER BY NEG_OPERADOR, NEG_TRANSACAO, NEG_FUNCAO        00088100
           END-EXEC.                                                    00088200
                                                                        00088300
           EXEC SQL OPEN CUR-REPETIDAS END-EXEC.                        00088400
                                                                        00088500
           IF  SQLCODE NOT EQUAL ZEROS                                  00088600
               DISPLAY 'ORB025 - ERRO AO ABRIR O CURSOR CUR-REPETIDAS, '00088700
                       'SQLCODE = ' SQLCODE                             00088800
               MOVE 'S' TO WS-ERRO-SQL-SW                               00088900
               GO TO 320-99-EXIT.                                       00089000
                                                                        00089100
           PERFORM 320-10-LE-REPETIDAS THRU 320-10-EXIT.                00089200
                                                                        00089300
           PERFORM 320-20-LISTA-REPETIDAS THRU 320-20-EXIT              00089400
               UNTIL WS-FIM-EXCECAO.                                    00089500
                                                                        00089600
           EXEC SQL CLOSE CUR-REPETIDAS END-EXEC.                       00089700
                                                                        00089800
           IF  WS-CONT-EXC-NEGADA EQUAL ZEROS                           00089900
               WRITE ORB025-REG FROM WS-LIN-NADA                        00090000
                     AFTER ADVANCING 1 LINE.                            00090100
                                                                        00090200
       320-99-EXIT.                                                     00090300
           EXIT.                                                        00090400
                                                                        00090500
       320-10-LE-REPETIDAS SECTION.                                     00090600
                                                                        00090700
           EXEC SQL FETCH CUR-REPETIDAS                                 00090800
                    INTO :WS-EXC-OPERADOR, :WS-EXC-TERMINAL,            00090900
                         :WS-EXC-FUNCAO, :WS-EXC-QTD,                   00091000
                         :WS-EXC-DATA-HORA                              00091100
           END-EXEC.                                                    00091200
                                                                        00091300
           PERFORM 395-00-TESTA-FETCH THRU 395-99-EXIT.                 00091400
                                                                        00091500
       320-10-EXIT.                                                     00091600
           EXIT.                                                        00091700
                                                                        00091800
       320-20-LISTA-REPETIDAS SECTION.                                  00091900
                                                                        00092000
           ADD 1 TO WS-CONT-EXC-NEGADA.                                 00092100
                                                                        00092200
           MOVE WS-EXC-OPERADOR  TO WS-LINEXC-OPER.                     00092300
           MOVE WS-EXC-TERMINAL  TO WS-LINEXC-TERM.                     00092400
           MOVE ZEROS            TO WS-LINEXC-CODIGO.                   00092500
           MOVE WS-EXC-DATA-HORA TO WS-LINEXC-DATA.                     00092600
           MOVE WS-EXC-FUNCAO    TO WS-LINEXC-OPERAC.                   00092700
           MOVE WS-EXC-QTD       TO WS-LINEXC-QTD.                      00092800
           MOVE 'NEGACOES REPETIDAS (DATA = ULTIMA)' TO WS-LINEXC-OBS.  00092900
                                                                        00093000
           WRITE ORB025-REG FROM WS-LINEXC AFTER ADVANCING 1 LINE.      00093100
                                                                        00093200
           PERFORM 320-10-LE-REPETIDAS THRU 320-10-EXIT.                00093300
                                                                        00093400
       320-20-EXIT.                                                     00093500
           EXIT.                                                        00093600
           EJECT                                                        00093700
      ***************************************************************** 00093800
      **       EXCECAO 3: ALTERACOES FEITAS DE TERMINAL FORA DO       * 00093900
      **       HORARIO DE EXPEDIENTE OU EM FIM DE SEMANA              * 00094000
      ***************************************************************** 00094100
       330-00-FORA-HORARIO SECTION.                                     00094200
                                                                        00094300
           MOVE 'ALTERACOES FORA DO HORARIO DE EXPEDIENTE'              00094400
             TO WS-CAB-EXC-TIT.                                         00094500
           PERFORM 390-00-CABEC-EXCECAO THRU 390-99-EXIT.               00094600
                                                                        00094700
           EXEC SQL DECLARE CUR-FORAHORA CURSOR FOR                     00094800
               SELECT HIST_OPERADOR, HIST_TERMINAL, CODIGO,             00094900
                      HIST_DATA_HORA, HIST_TIPO_OPER,                   00095000
                      CASE WHEN DAYOFWEEK(HIST_DATA_HORA) IN (1, 7)     00095100
                           THEN 'F' ELSE 'H' END                        00095200
                 FROM CLIENTE_HIST                                      00095300
                WHERE DATE(HIST_DATA_HORA) >= :WS-DATA-INI              00095400
                  AND DATE(HIST_DATA_HORA) <  :WS-DATA-FIM              00095500
                  AND HIST_TERMINAL <> 'BTCH'                           00095600
                  AND (HOUR(HIST_DATA_HORA) <  :WS-HORA-INI             00095700
                   OR  HOUR(HIST_DATA_HORA) >= :WS-HORA-FIM             00095800
                   OR  DAYOFWEEK(HIST_DATA_HORA) IN (1, 7))             00095900
                ORDER BY HIST_OPERADOR, HIST_DATA_HORA                  00096000
           END-EXEC.                                                    00096100
                                                                        00096200
           EXEC SQL OPEN CUR-FORAHORA END-EXEC.                         00096300
                                                                        00096400
           IF  SQLCODE NOT EQUAL ZEROS                                  00096500
               DISPLAY 'ORB025 - ERRO AO ABRIR O CURSOR CUR-FORAHORA, ' 00096600
                       'SQLCODE = ' SQLCODE                             00096700
               MOVE 'S' TO WS-ERRO-SQL-SW                               00096800
               GO TO 330-99-EXIT.                                       00096900
                                                                        00097000
           PERFORM 330-10-LE-FORAHORA THRU 330-10-EXIT.                 00097100
                                                                        00097200
           PERFORM 330-20-LISTA-FORAHORA THRU 330-20-EXIT               00097300
               UNTIL WS-FIM-EXCECAO.                                    00097400
                                                                        00097500
           EXEC SQL CLOSE CUR-FORAHORA END-EXEC.                        00097600
                                                                        00097700
           IF  WS-CONT-EXC-HORA EQUAL ZEROS                             00097800
               WRITE ORB025-REG FROM WS-LIN-NADA                        00097900
                     AFTER ADVANCING 1 LINE.                            00098000
                                                                        00098100
       330-99-EXIT.                                                     00098200
           EXIT.                                                        00098300
                                                                        00098400
       330-10-LE-FORAHORA SECTION.                                      00098500
                                                                        00098600
           EXEC SQL FETCH CUR-FORAHORA                                  00098700
                    INTO :WS-EXC-OPERADOR, :WS-EXC-TERMINAL,            00098800
                         :WS-EXC-CODIGO, :WS-EXC-DATA-HORA,             00098900
                         :WS-EXC-TIPO, :WS-EXC-MOTIVO                   00099000
           END-EXEC.                                                    00099100
                                                                        00099200
           PERFORM 395-00-TESTA-FETCH THRU 395-99-EXIT.                 00099300
                                                                        00099400
       330-10-EXIT.                                                     00099500
           EXIT.                                                        00099600
                                                                        00099700
       330-20-LISTA-FORAHORA SECTION.                                   00099800
                                                                        00099900
           ADD 1 TO WS-CONT-EXC-HORA.                                   00100000
                                                                        00100100
           MOVE WS-EXC-OPERADOR  TO WS-LINEXC-OPER.                     00100200
           MOVE WS-EXC-TERMINAL  TO WS-LINEXC-TERM.                     00100300
           MOVE WS-EXC-CODIGO    TO WS-LINEXC-CODIGO.                   00100400
           MOVE WS-EXC-DATA-HORA TO WS-LINEXC-DATA.                     00100500
           MOVE ZEROS            TO WS-LINEXC-QTD.                      00100600
           PERFORM 380-00-DESCREVE-TIPO THRU 380-99-EXIT.               00100700
                                                                        00100800
           IF  WS-EXC-FIM-SEMANA                                        00100900
               MOVE 'FIM DE SEMANA'        TO WS-LINEXC-OBS             00101000
           ELSE                                                         00101100
               MOVE 'FORA DO EXPEDIENTE'   TO WS-LINEXC-OBS.            00101200
                                                                        00101300
           WRITE ORB025-REG FROM WS-LINEXC AFTER ADVANCING 1 LINE.      00101400
                                                                        00101500
           PERFORM 330-10-LE-FORAHORA THRU 330-10-EXIT.                 00101600
                                                                        00101700
       330-20-EXIT.                                                     00101800
           EXIT.                                                        00101900
           EJECT                                                        00102000
      ***************************************************************** 00102100
      **       EXCECAO 4: OPERADOR COM MAIS INATIVACOES OU EXCLUSOES  * 00102200
      **       NUM DIA DO QUE O LIMITE (JOBS BATCH NAO ENTRAM)        * 00102300
      ***************************************************************** 00102400
       340-00-PICOS SECTION.                                            00102500
                                                                        00102600
           MOVE 'PICOS DE INATIVACAO OU EXCLUSAO POR OPERADOR E DIA'    00102700
             TO WS-CAB-EXC-TIT.                                         00102800
           PERFORM 390-00-CABEC-EXCECAO THRU 390-99-EXIT.               00102900
                                                                        00103000
           EXEC SQL DECLARE CUR-PICOS CURSOR FOR                        00103100
               SELECT HIST_OPERADOR, DATE(HIST_DATA_HORA),              00103200
                      HIST_TIPO_OPER, COUNT(*)                          00103300
                 FROM CLIENTE_HIST                                      00103400
                WHERE DATE(HIST_DATA_HORA) >= :WS-DATA-INI              00103500
                  AND DATE(HIST_DATA_HORA) <  :WS-DATA-FIM              00103600
                  AND HIST_TERMINAL <> 'BTCH'                           00103700
                  AND HIST_TIPO_OPER IN ('C', 'D')                      00103800
                GROUP BY HIST_OPERADOR, DATE(HIST_DATA_HORA),           00103900
                         HIST_TIPO_OPER                                 00104000
               HAVING COUNT(*) > :WS-LIM-PICO                           00104100
                ORDER BY 1, 2, 3                                        00104200
           END-EXEC.                                                    00104300
                                                                        00104400
           EXEC SQL OPEN CUR-PICOS END-EXEC.                            00104500
                                                                        00104600
           IF  SQLCODE NOT EQUAL ZEROS                                  00104700
               DISPLAY 'ORB025 - ERRO AO ABRIR O CURSOR CUR-PICOS, '    00104800
                       'SQLCODE = ' SQLCODE                             00104900
               MOVE 'S' TO WS-ERRO-SQL-SW                               00105000
               GO TO 340-99-EXIT.                                       00105100
                                                                        00105200
           PERFORM 340-10-LE-PICOS THRU 340-10-EXIT.                    00105300
                                                                        00105400
           PERFORM 340-20-LISTA-PICOS THRU 340-20-EXIT                  00105500
               UNTIL WS-FIM-EXCECAO.                                    00105600
                                                                        00105700
           EXEC SQL CLOSE CUR-PICOS END-EXEC.                           00105800
                                                                        00105900
           IF  WS-CONT-EXC-PICO EQUAL ZEROS                             00106000
               WRITE ORB025-REG FROM WS-LIN-NADA                        00106100
                     AFTER ADVANCING 1 LINE.                            00106200
                                                                        00106300
       340-99-EXIT.                                                     00106400
           EXIT.                                                        00106500
                                                                        00106600
       340-10-LE-PICOS SECTION.                                         00106700
                                                                        00106800
           EXEC SQL FETCH CUR-PICOS                                     00106900
                    INTO :WS-EXC-OPERADOR, :WS-EXC-DIA,                 00107000
                         :WS-EXC-TIPO, :WS-EXC-QTD                      00107100
           END-EXEC.                                                    00107200
                                                                        00107300
           PERFORM 395-00-TESTA-FETCH THRU 395-99-EXIT.                 00107400
                                                                        00107500
       340-10-EXIT.                                                     00107600
           EXIT.                                                        00107700
                                                                        00107800
       340-20-LISTA-PICOS SECTION.                                      00107900
                                                                        00108000
           ADD 1 TO WS-CONT-EXC-PICO.                                   00108100
                                                                        00108200
           MOVE WS-EXC-OPERADOR  TO WS-LINEXC-OPER.                     00108300
           MOVE SPACES           TO WS-LINEXC-TERM.                     00108400
           MOVE ZEROS            TO WS-LINEXC-CODIGO.                   00108500
           MOVE WS-EXC-DIA       TO WS-LINEXC-DATA.                     00108600
           MOVE WS-EXC-QTD       TO WS-LINEXC-QTD.                      00108700
           PERFORM 380-00-DESCREVE-TIPO THRU 380-99-EXIT.               00108800
           MOVE 'ACIMA DO LIMITE DIARIO' TO WS-LINEXC-OBS.              00108900
                                                                        00109000
           WRITE ORB025-REG FROM WS-LINEXC AFTER ADVANCING 1 LINE.      00109100
                                                                        00109200
           PERFORM 340-10-LE-PICOS THRU 340-10-EXIT.                    00109300
                                                                        00109400
       340-20-EXIT.                                                     00109500
           EXIT.                                                        00109600
           EJECT                                                        00109700
      ***************************************************************** 00109800
      **       EXCECAO 5: FUSAO CONFIRMADA NO ORA009 NO PERIODO POR   * 00109900
      **       SUPERVISOR QUE TEM HISTORICO DE TERMINAL (EM QUALQUER  * 00110000
      **       DATA) EM UM DOS DOIS CODIGOS DO PAR                    * 00110100
      ***************************************************************** 00110200
       350-00-AUTO-FUSAO SECTION.                                       00110300
                                                                        00110400
           MOVE 'SUPERVISOR CONFIRMOU FUSAO DE CLIENTE QUE ELE ALTEROU' 00110500
             TO WS-CAB-EXC-TIT.                                         00110600
           WRITE ORB025-REG FROM WS-CAB-EXC  AFTER ADVANCING 3 LINES.   00110700
           WRITE ORB025-REG FROM WS-CAB-FUS2 AFTER ADVANCING 2 LINES.   00110800
           MOVE 'N' TO WS-FIM-EXCECAO-SW.                               00110900
                                                                        00111000
           EXEC SQL DECLARE CUR-AUTOFUSAO CURSOR FOR                    00111100
               SELECT M.PEND_OPERADOR, M.PEND_CODIGO_FICA,              00111200
                      M.PEND_CODIGO_SAI, M.PEND_DATA_DECISAO,           00111300
                      COUNT(*), MAX(H.HIST_DATA_HORA)                   00111400
                 FROM MERGE_PEND M, CLIENTE_HIST H                      00111500
                WHERE M.PEND_SITUACAO IN ('C', 'E')                     00111600
                  AND DATE(M.PEND_DATA_DECISAO) >= :WS-DATA-INI         00111700
                  AND DATE(M.PEND_DATA_DECISAO) <  :WS-DATA-FIM         00111800
                  AND H.HIST_OPERADOR  = M.PEND_OPERADOR                00111900
                  AND H.HIST_TERMINAL <> 'BTCH'                         00112000
                  AND H.CODIGO IN (M.PEND_CODIGO_FICA,                  00112100
                                   M.PEND_CODIGO_SAI)                   00112200
                GROUP BY M.PEND_OPERADOR, M.PEND_CODIGO_FICA,           00112300
                         M.PEND_CODIGO_SAI, M.PEND_DATA_DECISAO         00112400
                ORDER BY 1, 4                                           00112500
           END-EXEC.                                                    00112600
                                                                        00112700
           EXEC SQL OPEN CUR-AUTOFUSAO END-EXEC.                        00112800
                                                                        00112900
           IF  SQLCODE NOT EQUAL ZEROS                                  00113000
               DISPLAY 'ORB025 - ERRO AO ABRIR O CURSOR CUR-AUTOFUSAO, '00113100
                       'SQLCODE = ' SQLCODE                             00113200
               MOVE 'S' TO WS-ERRO-SQL-SW                               00113300
               GO TO 350-99-EXIT.                                       00113400
                                                                        00113500
           PERFORM 350-10-LE-AUTOFUSAO THRU 350-10-EXIT.                00113600
                                                                        00113700
           PERFORM 350-20-LISTA-AUTOFUSAO THRU 350-20-EXIT              00113800
               UNTIL WS-FIM-EXCECAO.                                    00113900
                                                                        00114000
           EXEC SQL CLOSE CUR-AUTOFUSAO END-EXEC.                       00114100
                                                                        00114200
           IF  WS-CONT-EXC-FUSAO EQUAL ZEROS                            00114300
               WRITE ORB025-REG FROM WS-LIN-NADA                        00114400
                     AFTER ADVANCING 1 LINE.                            00114500
                                                                        00114600
       350-99-EXIT.                                                     00114700
           EXIT.                                                        00114800
                                                                        00114900
       350-10-LE-AUTOFUSAO SECTION.                                     00115000
                                                                        00115100
           EXEC SQL FETCH CUR-AUTOFUSAO                                 00115200
                    INTO :WS-EXC-OPERADOR, :WS-EXC-CODIGO,              00115300
                         :WS-EXC-CODIGO-SAI, :WS-EXC-DATA-HORA,         00115400
                         :WS-EXC-QTD, :WS-EXC-DATA-ULT                  00115500
           END-EXEC.                                                    00115600
                                                                        00115700
           PERFORM 395-00-TESTA-FETCH THRU 395-99-EXIT.                 00115800
                                                                        00115900
       350-10-EXIT.                                                     00116000
           EXIT.                                                        00116100
                                                                        00116200
       350-20-LISTA-AUTOFUSAO SECTION.                                  00116300
                                                                        00116400
           ADD 1 TO WS-CONT-EXC-FUSAO.                                  00116500
                                                                        00116600
           MOVE WS-EXC-OPERADOR   TO WS-LINFUS-OPER.                    00116700
           MOVE WS-EXC-CODIGO     TO WS-LINFUS-FICA.                    00116800
           MOVE WS-EXC-CODIGO-SAI TO WS-LINFUS-SAI.                     00116900
           MOVE WS-EXC-DATA-HORA  TO WS-LINFUS-DECISAO.                 00117000
           MOVE WS-EXC-QTD        TO WS-LINFUS-QTD.                     00117100
           MOVE WS-EXC-DATA-ULT   TO WS-LINFUS-ULTIMA.                  00117200
                                                                        00117300
           WRITE ORB025-REG FROM WS-LINFUS AFTER ADVANCING 1 LINE.      00117400
                                                                        00117500
           PERFORM 350-10-LE-AUTOFUSAO THRU 350-10-EXIT.                00117600
                                                                        00117700
       350-20-EXIT.                                                     00117800
           EXIT.                                                        00117900
           EJECT                                                        00118000
      ***************************************************************** 00118100
      **       DESCRICAO DO TIPO DE OPERACAO DO HISTORICO             * 00118200
      ***************************************************************** 00118300
       380-00-DESCREVE-TIPO SECTION.                                    00118400
                                                                        00118500
           MOVE WS-EXC-TIPO TO WS-LINEXC-OPERAC.                        00118600
                                                                        00118700
           IF  WS-EXC-TIPO EQUAL 'I'                                    00118800
               MOVE 'INCLUSAO' TO WS-LINEXC-OPERAC.                     00118900
                                                                        00119000
           IF  WS-EXC-TIPO EQUAL 'A'                                    00119100
               MOVE 'ALTERACAO' TO WS-LINEXC-OPERAC.                    00119200
                                                                        00119300
           IF  WS-EXC-TIPO EQUAL 'C'                                    00119400
               MOVE 'INATIVACAO' TO WS-LINEXC-OPERAC.                   00119500
                                                                        00119600
           IF  WS-EXC-TIPO EQUAL 'R'                                    00119700
               MOVE 'REATIVACAO' TO WS-LINEXC-OPERAC.                   00119800
                                                                        00119900
           IF  WS-EXC-TIPO EQUAL 'D'                                    00120000
               MOVE 'EXCLUSAO' TO WS-LINEXC-OPERAC.                     00120100
                                                                        00120200
           IF  WS-EXC-TIPO EQUAL 'X'                                    00120300
               MOVE 'EXPURGO' TO WS-LINEXC-OPERAC.                      00120400
                                                                        00120500
       380-99-EXIT.                                                     00120600
           EXIT.                                                        00120700
           EJECT                                                        00120800
      ***************************************************************** 00120900
      **       CABECALHO DE UMA LISTA DE EXCECAO                      * 00121000
      ***************************************************************** 00121100
       390-00-CABEC-EXCECAO SECTION.                                    00121200
                                                                        00121300
           WRITE ORB025-REG FROM WS-CAB-EXC  AFTER ADVANCING 3 LINES.   00121400
           WRITE ORB025-REG FROM WS-CAB-EXC2 AFTER ADVANCING 2 LINES.   00121500
                                                                        00121600
           MOVE 'N' TO WS-FIM-EXCECAO-SW.                               00121700
                                                                        00121800
       390-99-EXIT.                                                     00121900
           EXIT.                                                        00122000
           EJECT                                                        00122100
      ***************************************************************** 00122200
      **       TRATAMENTO DO SQLCODE DO FETCH DOS CURSORES DE EXCECAO * 00122300
      ***************************************************************** 00122400
       395-00-TESTA-FETCH SECTION.                                      00122500
                                                                        00122600
           IF  SQLCODE EQUAL ZEROS                                      00122700
               NEXT SENTENCE                                            00122800
           ELSE                                                         00122900
               IF  SQLCODE EQUAL +100                                   00123000
                   MOVE 'S' TO WS-FIM-EXCECAO-SW                        00123100
               ELSE                                                     00123200
                   DISPLAY 'ORB025 - ERRO NO FETCH DE EXCECAO, '        00123300
                           'SQLCODE = ' SQLCODE                         00123400
                   MOVE 'S' TO WS-FIM-EXCECAO-SW                        00123500
                   MOVE 'S' TO WS-ERRO-SQL-SW.                          00123600
                                                                        00123700
       395-99-EXIT.                                                     00123800
           EXIT.                                                        00123900
           EJECT                                                        00124000
      ***************************************************************** 00124100
      **       RESUMO DAS EXCECOES E FECHAMENTO DO RELATORIO. ERRO DE * 00124200
      **       SQL NA LEITURA TERMINA COM RC=16                       * 00124300
      ***************************************************************** 00124400
       900-00-TERMINO SECTION.                                          00124500
                                                                        00124600
           IF  WS-ERRO-ABERTURA                                         00124700
               CLOSE RELATORIO                                          00124800
               GO TO 900-99-EXIT.                                       00124900
                                                                        00125000
           WRITE ORB025-REG FROM WS-CAB-RESUMO AFTER ADVANCING 3 LINES. 00125100
                                                                        00125200
           MOVE 'OPERADORES COM MOVIMENTO.............:'                00125300
             TO WS-LINRES-TXT.                                          00125400
           MOVE WS-CONT-OPERADORES TO WS-LINRES-QTD.                    00125500
           WRITE ORB025-REG FROM WS-LINRES AFTER ADVANCING 2 LINES.     00125600
                                                                        00125700
           MOVE 'OPERADORES SEM PERFIL ATUAL..........:'                00125800
             TO WS-LINRES-TXT.                                          00125900
           MOVE WS-CONT-OPR-SEM-PRF TO WS-LINRES-QTD.                   00126000
           WRITE ORB025-REG FROM WS-LINRES AFTER ADVANCING 1 LINE.      00126100
                                                                        00126200
           MOVE 'LINHAS DE HISTORICO SEM PERFIL.......:'                00126300
             TO WS-LINRES-TXT.                                          00126400
           MOVE WS-CONT-EXC-PERFIL TO WS-LINRES-QTD.                    00126500
           WRITE ORB025-REG FROM WS-LINRES AFTER ADVANCING 1 LINE.      00126600
                                                                        00126700
           MOVE 'NEGACOES REPETIDAS...................:'                00126800
             TO WS-LINRES-TXT.                                          00126900
           MOVE WS-CONT-EXC-NEGADA TO WS-LINRES-QTD.                    00127000
           WRITE ORB025-REG FROM WS-LINRES AFTER ADVANCING 1 LINE.      00127100
                                                                        00127200
           MOVE 'ALTERACOES FORA DO HORARIO...........:'                00127300
             TO WS-LINRES-TXT.                                          00127400
           MOVE WS-CONT-EXC-HORA TO WS-LINRES-QTD.                      00127500
           WRITE ORB025-REG FROM WS-LINRES AFTER ADVANCING 1 LINE.      00127600
                                                                        00127700
           MOVE 'PICOS DE INATIVACAO/EXCLUSAO.........:'                00127800
             TO WS-LINRES-TXT.                                          00127900
           MOVE WS-CONT-EXC-PICO TO WS-LINRES-QTD.                      00128000
           WRITE ORB025-REG FROM WS-LINRES AFTER ADVANCING 1 LINE.      00128100
                                                                        00128200
           MOVE 'FUSOES CONFIRMADAS PELO PROPRIO EDITOR:'               00128300
             TO WS-LINRES-TXT.                                          00128400
           MOVE WS-CONT-EXC-FUSAO TO WS-LINRES-QTD.                     00128500
           WRITE ORB025-REG FROM WS-LINRES AFTER ADVANCING 1 LINE.      00128600
                                                                        00128700
           IF  WS-ERRO-SQL                                              00128800
               WRITE ORB025-REG FROM WS-LIN-INCOMPLETO                  00128900
                     AFTER ADVANCING 2 LINES                            00129000
               DISPLAY 'ORB025 - ERRO DE SQL NA LEITURA. '              00129100
                       'RELATORIO INCOMPLETO'                           00129200
               MOVE 16 TO RETURN-CODE.                                  00129300
                                                                        00129400
           CLOSE RELATORIO.                                             00129500
                                                                        00129600
           DISPLAY 'ORB025 - PERIODO...................: '              00129700
                   WS-DATA-INI ' A ' WS-DATA-ULT.                       00129800
           DISPLAY 'ORB025 - OPERADORES COM MOVIMENTO..: '              00129900
                   WS-CONT-OPERADORES.                                  00130000
           DISPLAY 'ORB025 - OPERADORES SEM PERFIL.....: '              00130100
                   WS-CONT-OPR-SEM-PRF.                                 00130200
           DISPLAY 'ORB025 - HISTORICO SEM PERFIL......: '              00130300
                   WS-CONT-EXC-PERFIL.                                  00130400
           DISPLAY 'ORB025 - NEGACOES REPETIDAS........: '              00130500
                   WS-CONT-EXC-NEGADA.                                  00130600
           DISPLAY 'ORB025 - FORA DO HORARIO...........: '              00130700
                   WS-CONT-EXC-HORA.                                    00130800
           DISPLAY 'ORB025 - PICOS INATIV./EXCLUSAO....: '              00130900
                   WS-CONT-EXC-PICO.                                    00131000
           DISPLAY 'ORB025 - FUSOES DO PROPRIO EDITOR..: '              00131100
                   WS-CONT-EXC-FUSAO.                                   00131200
                                                                        00131300
       900-99-EXIT.                                                     00131400
           EXIT.                                                        00131500
