       ID DIVISION.                                                     00000100
       PROGRAM-ID. ORA013.                                              00000200
       AUTHOR.     DTS SOFTWARE.                                        00000300
      *REMARKS.    ***************************************************  00000400
      *            * PROGRAMA DE MANUTENCAO DO CONSENTIMENTO DO      *  00000500
      *            * CLIENTE PARA CONTATO POR CORREIO E POR EMAIL    *  00000600
      *            * (TABELA CLIENTE_CONSENT), USADO PELA CENTRAL DE *  00000700
      *            * ATENDIMENTO PARA REGISTRAR O OPT-OUT PEDIDO POR *  00000800
      *            * TELEFONE. CONSULTA EXIGE NIVEL 1 E GRAVACAO     *  00000900
      *            * NIVEL 2. TODA INCLUSAO OU ALTERACAO GERA UMA    *  00001000
      *            * LINHA NO CLIENTE_CONSENT_HIST                   *  00001100
      *            ***************************************************  00001200
       ENVIRONMENT DIVISION.                                            00001300
       CONFIGURATION SECTION.                                           00001400
       SPECIAL-NAMES.                                                   00001500
           DECIMAL-POINT IS COMMA.                                      00001600
       DATA DIVISION.                                                   00001700
       WORKING-STORAGE SECTION.                                         00001800
       77  WS00-INICIO     PIC X(32) VALUE '*** INICIO DA WORKING *** '.00001900
                                                                        00002000
       01  WS01-FINAL      PIC X(50) VALUE                              00002100
           '****  TRANSACAO DE CONSENTIMENTO ENCERRADA  ****'.          00002200
                                                                        00002300
       01  WS03-COMMAREA.                                               00002400
           05  WS03-COMMAREA-FLAG    PIC X(01) VALUE SPACES.            00002500
                                                                        00002600
       77  WS00-TAM-COMMAREA  PIC S9(04) COMP VALUE +1.                 00002700
                                                                        00002800
       01  WS07-CAMPOS-SW    PIC X(01) VALUE 'S'.                       00002900
           88  WS07-CAMPOS-OK               VALUE 'S'.                  00003000
           88  WS07-CAMPOS-ERRO             VALUE 'N'.                  00003100
                                                                        00003200
       01  WS08-ERRO-SQL-SW  PIC X(01) VALUE 'N'.                       00003300
           88  WS08-ERRO-SQL                VALUE 'S'.                  00003400
                                                                        00003500
       01  WS15-NIVEL-OPER     PIC X(01) VALUE '0'.                     00003600
           88  WS15-PODE-CONSULTAR    VALUE '1' '2' '3' '4'.            00003700
           88  WS15-PODE-ATUALIZAR    VALUE '2' '3' '4'.                00003800
                                                                        00003900
       01  WS15-SEM-PERFIL-SW  PIC X(01) VALUE 'N'.                     00004000
           88  WS15-SEM-PERFIL        VALUE 'S'.                        00004100
                                                                        00004133
       01  WS16-FUNCAO-NEGADA  PIC X(12) VALUE SPACES.                  00004166
                                                                        00004200
       01  WS16-OPERADOR       PIC X(08) VALUE SPACES.                  00004300
                                                                        00004400
       01  WS17-CANAL-ENT.                                              00004500
           05  WS17-CANAL      PIC X(01) VALUE SPACES.                  00004600
           05  WS17-SIT        PIC X(01) VALUE SPACES.                  00004700
           05  WS17-DATA       PIC X(10) VALUE SPACES.                  00004800
                                                                        00004900
       01  WS18-DATA-ENT       PIC X(10) VALUE SPACES.                  00005000
       01  WS18-DATA-RED       REDEFINES WS18-DATA-ENT.                 00005100
           05  WS18-ANO        PIC 9(04).                               00005200
           05  WS18-TRACO1     PIC X(01).                               00005300
           05  WS18-MES        PIC 9(02).                               00005400
           05  WS18-TRACO2     PIC X(01).                               00005500
           05  WS18-DIA        PIC 9(02).                               00005600
                                                                        00005700
       01  WS19-HOJE           PIC X(10) VALUE SPACES.                  00005800
       01  WS19-AGORA          PIC X(26) VALUE SPACES.                  00005900
                                                                        00006000
       77  WS19-QTD-GRAVADOS   PIC S9(04) COMP VALUE ZEROS.             00006100
                                                                        00006200
       01  WS20-SIT-ANT        PIC X(01) VALUE SPACES.                  00006300
       01  WS20-DATA-ANT       PIC X(10) VALUE SPACES.                  00006400
                                                                        00006500
       01  WS22-DATA-HORA.                                              00006600
           05  WS22-DH-EXIBE   PIC X(19).                               00006700
           05  FILLER          PIC X(07).                               00006800
                                                                        00006900
       01  TAB-MSG.                                                     00007000
           03  FILLER      PIC X(60)       VALUE                        00007100
           '                   CONSULTA EFETUADA                     '. 00007200
           03  FILLER      PIC X(60)       VALUE                        00007300
           '                 CONSENTIMENTO GRAVADO                   '. 00007400
           03  FILLER      PIC X(60)       VALUE                        00007500
           '         NENHUMA ALTERACAO DE CONSENTIMENTO A GRAVAR      '.00007600
           03  FILLER      PIC X(60)       VALUE                        00007700
           '                 CLIENTE NAO EXISTENTE                   '. 00007800
           03  FILLER      PIC X(60)       VALUE                        00007900
           '            CODIGO DO CLIENTE E OBRIGATORIO              '. 00008000
           03  FILLER      PIC X(60)       VALUE                        00008100
           '   INFORME O CONSENTIMENTO (S/N) DE PELO MENOS UM CANAL   '.00008200
           03  FILLER.                                                  00008300
               05  FILLER      PIC X(08)   VALUE '  ERRO -'.            00008400
               05  TAB-ERR     PIC 9(04)  VALUE ZEROS.                  00008500
               05  FILLER      PIC X(48)   VALUE                        00008600
               ' NO ACESSO A TABELA. CONTATE O RESPONSAVEL   '.         00008700
           03  FILLER      PIC X(60)       VALUE                        00008800
           '                   OPCAO INVALIDA                        '. 00008900
           03  FILLER      PIC X(60)       VALUE                        00009000
           '          CONSENTIMENTO INVALIDO. INFORME S OU N          '.00009100
           03  FILLER      PIC X(60)       VALUE                        00009200
           '  DATA INVALIDA. INFORME AAAA-MM-DD ATE A DATA DE HOJE    '.00009300
           03  FILLER      PIC X(60)       VALUE                        00009400
           '    OPERADOR SEM PERFIL CADASTRADO. CONTATE O SUPERVISOR  '.00009500
           03  FILLER      PIC X(60)       VALUE                        00009600
           '          FUNCAO NAO AUTORIZADA PARA O SEU PERFIL         '.00009700
           03  FILLER      PIC X(60)       VALUE                        00009800
           '     DATA INFORMADA SEM O CONSENTIMENTO (S/N) DO CANAL    '.00009900
           03  FILLER      PIC X(60)       VALUE                        00009910
           '   CODIGO DO CLIENTE INVALIDO. INFORME SOMENTE NUMEROS    '.00009920
                                                                        00010000
       01  TAB-MSG-RED     REDEFINES  TAB-MSG.                          00010100
           03  TAB-MENS    OCCURS  14                                   00010200
                           PIC X(60).                                   00010300
                                                                        00010400
           COPY ORAO14.                                                 00010500
                                                                        00010600
           COPY DFHAID.                                                 00010700
                                                                        00010800
           EXEC SQL INCLUDE CLIENTE END-EXEC.                           00010900
                                                                        00011000
           EXEC SQL INCLUDE CONSENT END-EXEC.                           00011100
                                                                        00011200
           EXEC SQL INCLUDE CONSENTH END-EXEC.                          00011300
                                                                        00011400
           EXEC SQL INCLUDE OPERPROF END-EXEC.                          00011500
                                                                        00011533
           EXEC SQL INCLUDE ACESNEG END-EXEC.                           00011566
                                                                        00011600
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00011700
                                                                        00011800
           EJECT                                                        00011900
       77  WS00-FIM        PIC X(32) VALUE '***  FIM DA WORKING  ***'.  00012000
           EJECT                                                        00012100
       LINKAGE SECTION.                                                 00012200
       01  DFHCOMMAREA.                                                 00012300
           05  DFHCOMMAREA-FLAG      PIC X(01).                         00012400
       PROCEDURE DIVISION.                                              00012500
       INICIO-00 SECTION.                                               00012600
                                                                        00012700
           EXEC CICS HANDLE CONDITION ERROR (600-00-RETURN) END-EXEC.   00012800
                                                                        00012900
           IF EIBCALEN  EQUAL ZEROS                                     00013000
              MOVE LOW-VALUES TO MAPA07O                                00013100
              GO TO 100-10-ENVIA-TELA                                   00013200
           ELSE                                                         00013300
              MOVE DFHCOMMAREA TO WS03-COMMAREA.                        00013400
                                                                        00013500
                                                                        00013600
           EXEC CICS RECEIVE MAP('MAPA07')                              00013700
                             MAPSET('ORA014')                           00013800
                             INTO(MAPA07I)                              00013900
           END-EXEC.                                                    00014000
                                                                        00014100
           PERFORM 050-00-VERIFICA-PERFIL THRU 050-99-EXIT.             00014200
                                                                        00014300
                                                                        00014400
           IF  EIBAID EQUAL DFHPF3                                      00014500
               PERFORM 600-00-RETURN                                    00014600
           ELSE                                                         00014700
               IF  EIBAID EQUAL DFHPF4                                  00014800
                   PERFORM 200-00-CONSULTA                              00014900
               ELSE                                                     00015000
                   IF  EIBAID EQUAL DFHPF6                              00015100
                       PERFORM 400-00-GRAVACAO                          00015200
                   ELSE                                                 00015300
                       MOVE TAB-MENS(8) TO ERRMSGO.                     00015400
                                                                        00015500
       100-10-ENVIA-TELA.                                               00015600
                                                                        00015700
           MOVE -1 TO CODIGOL.                                          00015800
                                                                        00015900
           EXEC CICS SEND MAP('MAPA07')                                 00016000
                          MAPSET('ORA014')                              00016100
                          FROM(MAPA07O)                                 00016200
                          CURSOR                                        00016300
                          ERASE                                         00016400
                          FREEKB                                        00016500
           END-EXEC.                                                    00016600
                                                                        00016700
           EXEC CICS RETURN TRANSID('ORA6')                             00016800
                            COMMAREA(WS03-COMMAREA)                     00016900
                            LENGTH(WS00-TAM-COMMAREA)                   00017000
           END-EXEC.                                                    00017100
                                                                        00017200
       EJECT                                                            00017300
      ****************************************************************  00017400
      *       CARREGA O PERFIL DE AUTORIZACAO DO OPERADOR (TABELA    *  00017500
      *       OPER_PERFIL) A PARTIR DO USERID DO CICS. OPERADOR SEM  *  00017600
      *       PERFIL FICA COM NIVEL '0' E NAO PODE NENHUMA FUNCAO    *  00017700
      ****************************************************************  00017800
       050-00-VERIFICA-PERFIL SECTION.                                  00017900
                                                                        00018000
           MOVE '0' TO WS15-NIVEL-OPER.                                 00018100
           MOVE 'N' TO WS15-SEM-PERFIL-SW.                              00018200
                                                                        00018300
           EXEC CICS ASSIGN USERID(OPER-ID-PRF)                         00018400
           END-EXEC.                                                    00018500
                                                                        00018600
           MOVE OPER-ID-PRF TO WS16-OPERADOR.                           00018700
                                                                        00018800
           EXEC SQL SELECT OPER_NIVEL,                                  00018900
                           OPER_SUPERVISOR                              00019000
                    INTO   :OPER-NIVEL-PRF,                             00019100
                           :OPER-SUPERVISOR-PRF                         00019200
                    FROM   OPER_PERFIL                                  00019300
                    WHERE  OPER_ID = :OPER-ID-PRF                       00019400
           END-EXEC.                                                    00019500
                                                                        00019600
           IF  SQLCODE  EQUAL  +0                                       00019700
               MOVE OPER-NIVEL-PRF TO WS15-NIVEL-OPER                   00019800
           ELSE                                                         00019900
               IF  SQLCODE  EQUAL  +100                                 00020000
                   MOVE 'S' TO WS15-SEM-PERFIL-SW                       00020100
               ELSE                                                     00020200
                   MOVE SQLCODE      TO TAB-ERR                         00020300
                   MOVE TAB-MENS(07) TO ERRMSGO.                        00020400
                                                                        00020500
       050-99-EXIT.                                                     00020600
           EXIT.                                                        00020700
           EJECT                                                        00020800
      ****************************************************************  00020900
      *       MONTA A MENSAGEM DE FUNCAO NEGADA: SEM PERFIL OU       *  00021000
      *       FUNCAO ACIMA DO NIVEL DO OPERADOR                      *  00021100
      ****************************************************************  00021200
       060-00-NEGA-FUNCAO SECTION.                                      00021300
                                                                        00021400
           IF  WS15-SEM-PERFIL                                          00021500
               MOVE TAB-MENS(11) TO ERRMSGO                             00021600
           ELSE                                                         00021700
               MOVE TAB-MENS(12) TO ERRMSGO.                            00021800
                                                                        00021900
           PERFORM 065-00-REGISTRA-NEGACAO THRU 065-99-EXIT.            00021933
                                                                        00021966
       060-99-EXIT.                                                     00022000
           EXIT.                                                        00022100
           EJECT                                                        00022200
      ****************************************************************  00022202
      *       REGISTRA A FUNCAO NEGADA NO LOG DE ACESSOS (TABELA     *  00022204
      *       ACESSO_NEGADO) COM OPERADOR, TERMINAL, TRANSACAO E     *  00022206
      *       DATA-HORA, PARA A REVISAO DE ACESSOS (ORB025).         *  00022208
      *       CHAMADA COM WS16-FUNCAO-NEGADA JA POVOADO. ERRO NA     *  00022210
      *       GRAVACAO NAO ALTERA A MENSAGEM DA TELA                 *  00022212
      ****************************************************************  00022214
       065-00-REGISTRA-NEGACAO SECTION.                                 00022216
                                                                        00022218
           EXEC CICS ASSIGN USERID(NEG-OPERADOR)                        00022220
           END-EXEC.                                                    00022222
                                                                        00022224
           MOVE EIBTRMID           TO NEG-TERMINAL.                     00022226
           MOVE EIBTRNID           TO NEG-TRANSACAO.                    00022228
           MOVE 'ORA013'           TO NEG-PROGRAMA.                     00022230
           MOVE WS16-FUNCAO-NEGADA TO NEG-FUNCAO.                       00022232
                                                                        00022234
           IF  WS15-SEM-PERFIL                                          00022236
               MOVE 'S' TO NEG-MOTIVO                                   00022238
           ELSE                                                         00022240
               MOVE 'N' TO NEG-MOTIVO.                                  00022242
                                                                        00022244
           EXEC SQL INSERT INTO ACESSO_NEGADO                           00022246
                     (NEG_OPERADOR, NEG_TERMINAL, NEG_TRANSACAO,       X00022248
                      NEG_PROGRAMA, NEG_FUNCAO, NEG_MOTIVO,            X00022250
                      NEG_DATA_HORA)                                    00022252
                VALUES (:NEG-OPERADOR, :NEG-TERMINAL, :NEG-TRANSACAO,  X00022254
                        :NEG-PROGRAMA, :NEG-FUNCAO, :NEG-MOTIVO,       X00022256
                        CURRENT TIMESTAMP)                              00022258
           END-EXEC.                                                    00022260
                                                                        00022262
       065-99-EXIT.                                                     00022264
           EXIT.                                                        00022266
           EJECT                                                        00022268
      ****************************************************************  00022300
      *       ROTINA DE CONSULTA: MOSTRA O NOME DO CLIENTE E O       *  00022400
      *       CONSENTIMENTO REGISTRADO PARA CADA CANAL. CANAL SEM    *  00022500
      *       REGISTRO FICA EM BRANCO (NAO HOUVE OPT-OUT)            *  00022600
      ****************************************************************  00022700
       200-00-CONSULTA SECTION.                                         00022800
                                                                        00022900
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00023000
                                                                        00023100
           IF  NOT WS15-PODE-CONSULTAR                                  00023200
               MOVE 'CONSULTA' TO WS16-FUNCAO-NEGADA                    00023250
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00023300
               GO TO 200-99-EXIT.                                       00023400
                                                                        00023500
           PERFORM 220-00-BUSCA-CLIENTE THRU 220-99-EXIT.               00023600
                                                                        00023700
           IF  WS07-CAMPOS-ERRO                                         00023800
               GO TO 200-99-EXIT.                                       00023900
                                                                        00024000
           PERFORM 210-00-MOSTRA-CANAIS THRU 210-99-EXIT.               00024100
                                                                        00024200
           IF  WS08-ERRO-SQL                                            00024300
               GO TO 200-99-EXIT.                                       00024400
                                                                        00024500
           MOVE TAB-MENS(01) TO ERRMSGO.                                00024600
                                                                        00024700
       200-99-EXIT.                                                     00024800
           EXIT.                                                        00024900
           EJECT                                                        00025000
      ****************************************************************  00025100
      *       MONTA A TELA COM O CLIENTE JA LIDO E O CONSENTIMENTO   *  00025200
      *       ATUAL DE CORREIO E DE EMAIL                            *  00025300
      ****************************************************************  00025400
       210-00-MOSTRA-CANAIS SECTION.                                    00025500
                                                                        00025600
           MOVE 'N'          TO WS08-ERRO-SQL-SW.                       00025700
                                                                        00025800
           MOVE LOW-VALUES   TO MAPA07O.                                00025900
           MOVE CODIGO-CLI   TO CODIGOO.                                00026000
           MOVE NOME-CLI     TO NOMEO.                                  00026100
                                                                        00026200
           MOVE CODIGO-CLI   TO CONS-CODIGO-CNS.                        00026300
           MOVE 'C'          TO CONS-CANAL-CNS.                         00026400
                                                                        00026500
           PERFORM 230-00-LE-CONSENT THRU 230-99-EXIT.                  00026600
                                                                        00026700
           IF  SQLCODE EQUAL ZEROS                                      00026800
               MOVE CONS-SITUACAO-CNS  TO CORSITO                       00026900
               MOVE CONS-DATA-CNS      TO CORDATO                       00027000
               MOVE CONS-ORIGEM-CNS    TO CORORIO                       00027100
               MOVE CONS-OPERADOR-CNS  TO COROPEO                       00027200
               MOVE CONS-DATA-HORA-CNS TO WS22-DATA-HORA                00027300
               MOVE WS22-DH-EXIBE      TO CORALTO                       00027400
           ELSE                                                         00027500
               IF  SQLCODE NOT EQUAL +100                               00027600
                   MOVE 'S'          TO WS08-ERRO-SQL-SW                00027700
                   MOVE SQLCODE      TO TAB-ERR                         00027800
                   MOVE TAB-MENS(07) TO ERRMSGO                         00027900
                   GO TO 210-99-EXIT.                                   00028000
                                                                        00028100
           MOVE 'E'          TO CONS-CANAL-CNS.                         00028200
                                                                        00028300
           PERFORM 230-00-LE-CONSENT THRU 230-99-EXIT.                  00028400
                                                                        00028500
           IF  SQLCODE EQUAL ZEROS                                      00028600
               MOVE CONS-SITUACAO-CNS  TO EMLSITO                       00028700
               MOVE CONS-DATA-CNS      TO EMLDATO                       00028800
               MOVE CONS-ORIGEM-CNS    TO EMLORIO                       00028900
               MOVE CONS-OPERADOR-CNS  TO EMLOPEO                       00029000
               MOVE CONS-DATA-HORA-CNS TO WS22-DATA-HORA                00029100
               MOVE WS22-DH-EXIBE      TO EMLALTO                       00029200
           ELSE                                                         00029300
               IF  SQLCODE NOT EQUAL +100                               00029400
                   MOVE 'S'          TO WS08-ERRO-SQL-SW                00029500
                   MOVE SQLCODE      TO TAB-ERR                         00029600
                   MOVE TAB-MENS(07) TO ERRMSGO.                        00029700
                                                                        00029800
       210-99-EXIT.                                                     00029900
           EXIT.                                                        00030000
           EJECT                                                        00030100
      ****************************************************************  00030200
      *       CODIGO OBRIGATORIO E CLIENTE CADASTRADO (ATIVO OU NAO: *  00030300
      *       O OPT-OUT VALE TAMBEM PARA O CLIENTE INATIVO)          *  00030400
      ****************************************************************  00030500
       220-00-BUSCA-CLIENTE SECTION.                                    00030600
                                                                        00030700
           MOVE 'S' TO WS07-CAMPOS-SW.                                  00030800
                                                                        00030900
           IF  CODIGOI  EQUAL  SPACES  OR  LOW-VALUES                   00031000
               MOVE TAB-MENS(05) TO ERRMSGO                             00031100
               MOVE 'N'          TO WS07-CAMPOS-SW                      00031200
               GO TO 220-99-EXIT.                                       00031300
                                                                        00031400
           IF  CODIGOI  NOT NUMERIC                                     00031410
               MOVE TAB-MENS(14) TO ERRMSGO                             00031420
               MOVE 'N'          TO WS07-CAMPOS-SW                      00031430
               GO TO 220-99-EXIT.                                       00031440
                                                                        00031450
           MOVE CODIGOI TO CODIGO-CLI.                                  00031500
                                                                        00031600
           EXEC SQL SELECT CODIGO,                                      00031700
                           NOME                                         00031800
                    INTO   :CODIGO-CLI,                                 00031900
                           :NOME-CLI                                    00032000
                    FROM   CLIENTE                                      00032100
                    WHERE  CODIGO = :CODIGO-CLI                         00032200
           END-EXEC.                                                    00032300
                                                                        00032400
           IF  SQLCODE  EQUAL  ZEROS                                    00032500
               NEXT SENTENCE                                            00032600
           ELSE                                                         00032700
               MOVE 'N'          TO WS07-CAMPOS-SW                      00032800
               IF  SQLCODE  EQUAL  +100                                 00032900
                   MOVE TAB-MENS(04) TO ERRMSGO                         00033000
               ELSE                                                     00033100
                   MOVE SQLCODE      TO TAB-ERR                         00033200
                   MOVE TAB-MENS(07) TO ERRMSGO.                        00033300
                                                                        00033400
       220-99-EXIT.                                                     00033500
           EXIT.                                                        00033600
           EJECT                                                        00033700
      ****************************************************************  00033800
      *       LE O CONSENTIMENTO DO CLIENTE/CANAL EM CONS-CODIGO-CNS *  00033900
      *       E CONS-CANAL-CNS. O CHAMADOR TESTA O SQLCODE           *  00034000
      ****************************************************************  00034100
       230-00-LE-CONSENT SECTION.                                       00034200
                                                                        00034300
           EXEC SQL SELECT CONS_SITUACAO,                               00034400
                           CONS_DATA,                                   00034500
                           CONS_ORIGEM,                                 00034600
                           CONS_OPERADOR,                               00034700
                           CONS_DATA_HORA                               00034800
                    INTO   :CONS-SITUACAO-CNS,                          00034900
                           :CONS-DATA-CNS,                              00035000
                           :CONS-ORIGEM-CNS,                            00035100
                           :CONS-OPERADOR-CNS,                          00035200
                           :CONS-DATA-HORA-CNS                          00035300
                    FROM   CLIENTE_CONSENT                              00035400
                    WHERE  CONS_CODIGO = :CONS-CODIGO-CNS               00035500
                      AND  CONS_CANAL  = :CONS-CANAL-CNS                00035600
           END-EXEC.                                                    00035700
                                                                        00035800
       230-99-EXIT.                                                     00035900
           EXIT.                                                        00036000
           EJECT                                                        00036100
      ****************************************************************  00036200
      *       VALIDACAO DOS CAMPOS DE UM CANAL (WS17-CANAL-ENT):     *  00036300
      *       S/N EM BRANCO DEIXA O CANAL COMO ESTA; DATA EM BRANCO  *  00036400
      *       VALE HOJE E NAO PODE SER POSTERIOR A HOJE              *  00036500
      ****************************************************************  00036600
       250-00-VALIDA-CANAL SECTION.                                     00036700
                                                                        00036800
           IF  WS17-SIT EQUAL LOW-VALUES                                00036900
               MOVE SPACES TO WS17-SIT.                                 00037000
                                                                        00037100
           IF  WS17-DATA EQUAL LOW-VALUES                               00037200
               MOVE SPACES TO WS17-DATA.                                00037300
                                                                        00037400
           IF  WS17-SIT EQUAL SPACES                                    00037500
               IF  WS17-DATA EQUAL SPACES                               00037600
                   GO TO 250-99-EXIT                                    00037700
               ELSE                                                     00037800
                   MOVE TAB-MENS(13) TO ERRMSGO                         00037900
                   MOVE 'N'          TO WS07-CAMPOS-SW                  00038000
                   GO TO 250-99-EXIT.                                   00038100
                                                                        00038200
           IF  WS17-SIT EQUAL 'S' OR 'N'                                00038300
               NEXT SENTENCE                                            00038400
           ELSE                                                         00038500
               MOVE TAB-MENS(09) TO ERRMSGO                             00038600
               MOVE 'N'          TO WS07-CAMPOS-SW                      00038700
               GO TO 250-99-EXIT.                                       00038800
                                                                        00038900
           IF  WS17-DATA EQUAL SPACES                                   00039000
               MOVE WS19-HOJE TO WS17-DATA                              00039100
               GO TO 250-99-EXIT.                                       00039200
                                                                        00039300
           MOVE WS17-DATA TO WS18-DATA-ENT.                             00039400
                                                                        00039500
           IF  WS18-ANO NOT NUMERIC OR WS18-MES NOT NUMERIC             00039600
                                    OR WS18-DIA NOT NUMERIC             00039700
               MOVE TAB-MENS(10) TO ERRMSGO                             00039800
               MOVE 'N'          TO WS07-CAMPOS-SW                      00039900
               GO TO 250-99-EXIT.                                       00040000
                                                                        00040100
           IF  WS18-TRACO1 NOT EQUAL '-' OR WS18-TRACO2 NOT EQUAL '-'   00040200
            OR WS18-MES LESS 01 OR WS18-MES GREATER 12                  00040300
            OR WS18-DIA LESS 01 OR WS18-DIA GREATER 31                  00040400
            OR WS18-ANO LESS 1900                                       00040500
            OR WS18-DATA-ENT GREATER WS19-HOJE                          00040600
               MOVE TAB-MENS(10) TO ERRMSGO                             00040700
               MOVE 'N'          TO WS07-CAMPOS-SW.                     00040800
                                                                        00040900
       250-99-EXIT.                                                     00041000
           EXIT.                                                        00041100
           EJECT                                                        00041200
      ****************************************************************  00041300
      *       ROTINA DE GRAVACAO (PF6): VALIDA OS DOIS CANAIS ANTES  *  00041400
      *       DE GRAVAR QUALQUER UM E GRAVA SO OS INFORMADOS. ERRO   *  00041500
      *       DE SQL DESFAZ O QUE A TAREFA JA TINHA GRAVADO          *  00041600
      ****************************************************************  00041700
       400-00-GRAVACAO SECTION.                                         00041800
                                                                        00041900
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00042000
                                                                        00042100
           IF  NOT WS15-PODE-ATUALIZAR                                  00042200
               MOVE 'GRAVACAO' TO WS16-FUNCAO-NEGADA                    00042250
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00042300
               GO TO 400-99-EXIT.                                       00042400
                                                                        00042500
           PERFORM 220-00-BUSCA-CLIENTE THRU 220-99-EXIT.               00042600
                                                                        00042700
           IF  WS07-CAMPOS-ERRO                                         00042800
               GO TO 400-99-EXIT.                                       00042900
                                                                        00043000
           EXEC SQL SET :WS19-HOJE  = CURRENT DATE                      00043100
           END-EXEC.                                                    00043200
                                                                        00043300
           EXEC SQL SET :WS19-AGORA = CURRENT TIMESTAMP                 00043400
           END-EXEC.                                                    00043500
                                                                        00043600
           MOVE 'C'     TO WS17-CANAL.                                  00043700
           MOVE CORSITI TO WS17-SIT.                                    00043800
           MOVE CORDATI TO WS17-DATA.                                   00043900
                                                                        00044000
           PERFORM 250-00-VALIDA-CANAL THRU 250-99-EXIT.                00044100
                                                                        00044200
           IF  WS07-CAMPOS-ERRO                                         00044300
               GO TO 400-99-EXIT.                                       00044400
                                                                        00044500
           MOVE WS17-SIT  TO CORSITI.                                   00044600
           MOVE WS17-DATA TO CORDATI.                                   00044700
                                                                        00044800
           MOVE 'E'     TO WS17-CANAL.                                  00044900
           MOVE EMLSITI TO WS17-SIT.                                    00045000
           MOVE EMLDATI TO WS17-DATA.                                   00045100
                                                                        00045200
           PERFORM 250-00-VALIDA-CANAL THRU 250-99-EXIT.                00045300
                                                                        00045400
           IF  WS07-CAMPOS-ERRO                                         00045500
               GO TO 400-99-EXIT.                                       00045600
                                                                        00045700
           MOVE WS17-SIT  TO EMLSITI.                                   00045800
           MOVE WS17-DATA TO EMLDATI.                                   00045900
                                                                        00046000
           IF  CORSITI EQUAL SPACES AND EMLSITI EQUAL SPACES            00046100
               MOVE TAB-MENS(06) TO ERRMSGO                             00046200
               GO TO 400-99-EXIT.                                       00046300
                                                                        00046400
           MOVE ZEROS TO WS19-QTD-GRAVADOS.                             00046500
           MOVE 'N'   TO WS08-ERRO-SQL-SW.                              00046600
                                                                        00046700
           IF  CORSITI NOT EQUAL SPACES                                 00046800
               MOVE 'C'     TO WS17-CANAL                               00046900
               MOVE CORSITI TO WS17-SIT                                 00047000
               MOVE CORDATI TO WS17-DATA                                00047100
               PERFORM 420-00-GRAVA-CANAL THRU 420-99-EXIT.             00047200
                                                                        00047300
           IF  EMLSITI NOT EQUAL SPACES AND NOT WS08-ERRO-SQL           00047400
               MOVE 'E'     TO WS17-CANAL                               00047500
               MOVE EMLSITI TO WS17-SIT                                 00047600
               MOVE EMLDATI TO WS17-DATA                                00047700
               PERFORM 420-00-GRAVA-CANAL THRU 420-99-EXIT.             00047800
                                                                        00047900
           IF  WS08-ERRO-SQL                                            00048000
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC                    00048100
               MOVE TAB-MENS(07) TO ERRMSGO                             00048200
               GO TO 400-99-EXIT.                                       00048300
                                                                        00048400
           PERFORM 210-00-MOSTRA-CANAIS THRU 210-99-EXIT.               00048500
                                                                        00048600
           IF  WS08-ERRO-SQL                                            00048700
               GO TO 400-99-EXIT.                                       00048800
                                                                        00048900
           IF  WS19-QTD-GRAVADOS EQUAL ZEROS                            00049000
               MOVE TAB-MENS(03) TO ERRMSGO                             00049100
           ELSE                                                         00049200
               MOVE TAB-MENS(02) TO ERRMSGO.                            00049300
                                                                        00049400
       400-99-EXIT.                                                     00049500
           EXIT.                                                        00049600
           EJECT                                                        00049700
      ****************************************************************  00049800
      *       GRAVA O CONSENTIMENTO DE UM CANAL (WS17-CANAL-ENT):    *  00049900
      *       INCLUI SE NAO HA REGISTRO, ALTERA SE S/N OU DATA       *  00050000
      *       MUDOU E NAO FAZ NADA SE FOR IGUAL AO REGISTRADO. O     *  00050100
      *       QUE FOR GRAVADO VAI TAMBEM PARA O HISTORICO            *  00050200
      ****************************************************************  00050300
       420-00-GRAVA-CANAL SECTION.                                      00050400
                                                                        00050500
           MOVE CODIGO-CLI   TO CONS-CODIGO-CNS.                        00050600
           MOVE WS17-CANAL   TO CONS-CANAL-CNS.                         00050700
                                                                        00050800
           PERFORM 230-00-LE-CONSENT THRU 230-99-EXIT.                  00050900
                                                                        00051000
           IF  SQLCODE EQUAL +100                                       00051100
               GO TO 420-10-INCLUI.                                     00051200
                                                                        00051300
           IF  SQLCODE NOT EQUAL ZEROS                                  00051400
               MOVE 'S'          TO WS08-ERRO-SQL-SW                    00051500
               MOVE SQLCODE      TO TAB-ERR                             00051600
               GO TO 420-99-EXIT.                                       00051700
                                                                        00051800
           MOVE CONS-SITUACAO-CNS TO WS20-SIT-ANT.                      00051900
           MOVE CONS-DATA-CNS     TO WS20-DATA-ANT.                     00052000
                                                                        00052100
           IF  WS17-SIT  EQUAL WS20-SIT-ANT                             00052200
           AND WS17-DATA EQUAL WS20-DATA-ANT                            00052300
               GO TO 420-99-EXIT.                                       00052400
                                                                        00052500
           MOVE WS17-SIT      TO CONS-SITUACAO-CNS.                     00052600
           MOVE WS17-DATA     TO CONS-DATA-CNS.                         00052700
           MOVE 'T'           TO CONS-ORIGEM-CNS.                       00052800
           MOVE WS16-OPERADOR TO CONS-OPERADOR-CNS.                     00052900
           MOVE EIBTRMID      TO CONS-TERMINAL-CNS.                     00053000
           MOVE WS19-AGORA    TO CONS-DATA-HORA-CNS.                    00053100
           MOVE 'A'           TO HIST-TIPO-OPER-CNH.                    00053200
                                                                        00053300
           EXEC SQL UPDATE CLIENTE_CONSENT                              00053400
                    SET CONS_SITUACAO  = :CONS-SITUACAO-CNS,            00053500
                        CONS_DATA      = :CONS-DATA-CNS,                00053600
                        CONS_ORIGEM    = :CONS-ORIGEM-CNS,              00053700
                        CONS_OPERADOR  = :CONS-OPERADOR-CNS,            00053800
                        CONS_TERMINAL  = :CONS-TERMINAL-CNS,            00053900
                        CONS_DATA_HORA = :CONS-DATA-HORA-CNS            00054000
                    WHERE CONS_CODIGO = :CONS-CODIGO-CNS                00054100
                      AND CONS_CANAL  = :CONS-CANAL-CNS                 00054200
           END-EXEC.                                                    00054300
                                                                        00054400
           GO TO 420-20-VERIFICA.                                       00054500
                                                                        00054600
       420-10-INCLUI.                                                   00054700
                                                                        00054800
           MOVE WS17-SIT      TO CONS-SITUACAO-CNS.                     00054900
           MOVE WS17-DATA     TO CONS-DATA-CNS.                         00055000
           MOVE 'T'           TO CONS-ORIGEM-CNS.                       00055100
           MOVE WS16-OPERADOR TO CONS-OPERADOR-CNS.                     00055200
           MOVE EIBTRMID      TO CONS-TERMINAL-CNS.                     00055300
           MOVE WS19-AGORA    TO CONS-DATA-HORA-CNS.                    00055400
           MOVE 'I'           TO HIST-TIPO-OPER-CNH.                    00055500
                                                                        00055600
           EXEC SQL INSERT INTO CLIENTE_CONSENT                         00055700
                     (CONS_CODIGO, CONS_CANAL, CONS_SITUACAO,          X00055800
                      CONS_DATA, CONS_ORIGEM, CONS_OPERADOR,           X00055900
                      CONS_TERMINAL, CONS_DATA_HORA)                    00056000
                VALUES (:CONS-CODIGO-CNS, :CONS-CANAL-CNS,             X00056100
                        :CONS-SITUACAO-CNS, :CONS-DATA-CNS,            X00056200
                        :CONS-ORIGEM-CNS, :CONS-OPERADOR-CNS,          X00056300
                        :CONS-TERMINAL-CNS, :CONS-DATA-HORA-CNS)        00056400
           END-EXEC.                                                    00056500
                                                                        00056600
       420-20-VERIFICA.                                                 00056700
                                                                        00056800
           IF  SQLCODE NOT EQUAL ZEROS                                  00056900
               MOVE 'S'          TO WS08-ERRO-SQL-SW                    00057000
               MOVE SQLCODE      TO TAB-ERR                             00057100
               GO TO 420-99-EXIT.                                       00057200
                                                                        00057300
           PERFORM 430-00-GRAVA-HISTORICO THRU 430-99-EXIT.             00057400
                                                                        00057500
           IF  SQLCODE NOT EQUAL ZEROS                                  00057600
               MOVE 'S'          TO WS08-ERRO-SQL-SW                    00057700
               MOVE SQLCODE      TO TAB-ERR                             00057800
               GO TO 420-99-EXIT.                                       00057900
                                                                        00058000
           ADD 1 TO WS19-QTD-GRAVADOS.                                  00058100
                                                                        00058200
       420-99-EXIT.                                                     00058300
           EXIT.                                                        00058400
           EJECT                                                        00058500
      ****************************************************************  00058600
      *       GRAVA NO CLIENTE_CONSENT_HIST A IMAGEM DO CONSENTIMENTO*  00058700
      *       COMO FICOU, COM O MESMO CARIMBO DE DATA-HORA           *  00058800
      ****************************************************************  00058900
       430-00-GRAVA-HISTORICO SECTION.                                  00059000
                                                                        00059100
           MOVE CONS-CODIGO-CNS    TO CONS-CODIGO-CNH.                  00059200
           MOVE CONS-CANAL-CNS     TO CONS-CANAL-CNH.                   00059300
           MOVE CONS-SITUACAO-CNS  TO CONS-SITUACAO-CNH.                00059400
           MOVE CONS-DATA-CNS      TO CONS-DATA-CNH.                    00059500
           MOVE CONS-ORIGEM-CNS    TO CONS-ORIGEM-CNH.                  00059600
           MOVE CONS-OPERADOR-CNS  TO CONS-OPERADOR-CNH.                00059700
           MOVE CONS-TERMINAL-CNS  TO CONS-TERMINAL-CNH.                00059800
           MOVE CONS-DATA-HORA-CNS TO HIST-DATA-HORA-CNH.               00059900
                                                                        00060000
           EXEC SQL INSERT INTO CLIENTE_CONSENT_HIST                    00060100
                     (CONS_CODIGO, CONS_CANAL, CONS_SITUACAO,          X00060200
                      CONS_DATA, CONS_ORIGEM, CONS_OPERADOR,           X00060300
                      CONS_TERMINAL, HIST_DATA_HORA, HIST_TIPO_OPER)    00060400
                VALUES (:CONS-CODIGO-CNH, :CONS-CANAL-CNH,             X00060500
                        :CONS-SITUACAO-CNH, :CONS-DATA-CNH,            X00060600
                        :CONS-ORIGEM-CNH, :CONS-OPERADOR-CNH,          X00060700
                        :CONS-TERMINAL-CNH, :HIST-DATA-HORA-CNH,       X00060800
                        :HIST-TIPO-OPER-CNH)                            00060900
           END-EXEC.                                                    00061000
                                                                        00061100
       430-99-EXIT.                                                     00061200
           EXIT.                                                        00061300
           EJECT                                                        00061400
       600-00-RETURN SECTION.                                           00061500
           EXEC CICS SEND TEXT FROM(WS01-FINAL)                         00061600
                               LENGTH(50)                               00061700
                               ERASE                                    00061800
                               FREEKB                                   00061900
           END-EXEC.                                                    00062000
                                                                        00062100
           EXEC CICS RETURN END-EXEC.                                   00062200
       600-99-EXIT.                                                     00062300
           EXIT.                                                        00062400
