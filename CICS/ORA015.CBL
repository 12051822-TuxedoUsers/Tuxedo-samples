       ID DIVISION.                                                     00000100
       PROGRAM-ID. ORA015.                                              00000200
       AUTHOR.     DTS SOFTWARE.                                        00000300
      *REMARKS.    ***************************************************  00000400
      *            * PROGRAMA DE MANUTENCAO DOS ENDERECOS DE         *  00000500
      *            * COBRANCA E DE ENTREGA DO CLIENTE (TABELA        *  00000600
      *            * CLIENTE_ENDERECO). O ENDERECO PRINCIPAL CONTINUA*  00000700
      *            * NO CLIENTE E E SO EXIBIDO. CHAMADO POR PF12 NA  *  00000800
      *            * TELA DE CLIENTES (ORA001), PARA ONDE VOLTA COM  *  00000900
      *            * PF3. CONSULTA EXIGE NIVEL 1 E GRAVACAO NIVEL 2. *  00001000
      *            * TODA GRAVACAO ATUALIZA O CLIENTE E GERA UMA     *  00001100
      *            * ALTERACAO NO CLIENTE_HIST, PARA A MUDANCA IR    *  00001200
      *            * AO FATURAMENTO (ORB014) E FICAR NA AUDITORIA    *  00001300
      *            ***************************************************  00001400
       ENVIRONMENT DIVISION.                                            00001500
       CONFIGURATION SECTION.                                           00001600
       SPECIAL-NAMES.                                                   00001700
           DECIMAL-POINT IS COMMA.                                      00001800
       DATA DIVISION.                                                   00001900
       WORKING-STORAGE SECTION.                                         00002000
       77  WS00-INICIO     PIC X(32) VALUE '*** INICIO DA WORKING *** '.00002100
       77  WS00-CODIGO     PIC 9(07) VALUE ZEROS.                       00002200
       77  WS00-TAM        PIC S9(04) COMP VALUE +27.                   00002300
                                                                        00002400
       01  WS01-FINAL      PIC X(50) VALUE                              00002500
           '****  TRANSACAO DE ENDERECOS ENCERRADA  ****'.              00002600
                                                                        00002700
       01  WS01-REG.                                                    00002800
           05  WS01-SIGLA    PIC X(02) VALUE SPACES.                    00002900
           05  WS01-NOME-EST PIC X(25) VALUE SPACES.                    00003000
                                                                        00003100
       01  WS02-HIST-TIPO-OPER PIC X(01) VALUE SPACES.                  00003200
                                                                        00003300
       01  WS03-COMMAREA.                                               00003400
           05  WS03-COMMAREA-FLAG    PIC X(01) VALUE SPACES.            00003500
               88  WS03-VEIO-DO-ORA001     VALUE 'X'.                   00003600
           05  WS03-CODIGO           PIC S9(07) COMP-3 VALUE ZEROS.     00003700
                                                                        00003800
       77  WS00-TAM-COMMAREA  PIC S9(04) COMP VALUE +5.                 00003900
                                                                        00004000
       01  WS07-CAMPOS-SW    PIC X(01) VALUE 'S'.                       00004100
           88  WS07-CAMPOS-OK               VALUE 'S'.                  00004200
           88  WS07-CAMPOS-ERRO             VALUE 'N'.                  00004300
                                                                        00004400
       01  WS08-ERRO-SQL-SW  PIC X(01) VALUE 'N'.                       00004500
           88  WS08-ERRO-SQL                VALUE 'S'.                  00004600
                                                                        00004700
       01  WS08-DATA-ULT-ORIG  PIC X(26) VALUE SPACES.                  00004800
                                                                        00004900
       01  WS12-CID-REG.                                                00005000
           05  WS12-CID-CHAVE.                                          00005100
               10  WS12-CID-ESTADO PIC X(02) VALUE SPACES.              00005200
               10  WS12-CID-NOME   PIC X(20) VALUE SPACES.              00005300
                                                                        00005400
       77  WS12-CID-TAM        PIC S9(04) COMP VALUE +22.               00005500
                                                                        00005600
       01  WS15-NIVEL-OPER     PIC X(01) VALUE '0'.                     00005700
           88  WS15-PODE-CONSULTAR    VALUE '1' '2' '3' '4'.            00005800
           88  WS15-PODE-ATUALIZAR    VALUE '2' '3' '4'.                00005900
                                                                        00006000
       01  WS15-SEM-PERFIL-SW  PIC X(01) VALUE 'N'.                     00006100
           88  WS15-SEM-PERFIL        VALUE 'S'.                        00006200
                                                                        00006233
       01  WS16-FUNCAO-NEGADA  PIC X(12) VALUE SPACES.                  00006266
                                                                        00006300
       01  WS16-OPERADOR       PIC X(08) VALUE SPACES.                  00006400
                                                                        00006500
       01  WS17-CEP-REG.                                                00006600
           05  WS17-CEP-CHAVE      PIC X(08) VALUE SPACES.              00006700
           05  WS17-CEP-LOGRAD     PIC X(40) VALUE SPACES.              00006800
           05  WS17-CEP-BAIRRO     PIC X(30) VALUE SPACES.              00006900
           05  WS17-CEP-CIDADE     PIC X(20) VALUE SPACES.              00007000
           05  WS17-CEP-UF         PIC X(02) VALUE SPACES.              00007100
                                                                        00007200
       77  WS17-CEP-TAM        PIC S9(04) COMP VALUE +100.              00007300
                                                                        00007400
       01  WS18-END-ENT.                                                00007500
           05  WS18-TIPO       PIC X(01) VALUE SPACES.                  00007600
           05  WS18-ENDERECO   PIC X(30) VALUE SPACES.                  00007700
           05  WS18-CIDADE     PIC X(20) VALUE SPACES.                  00007800
           05  WS18-ESTADO     PIC X(02) VALUE SPACES.                  00007900
           05  WS18-CEP        PIC X(08) VALUE SPACES.                  00008000
           05  WS18-CEP-N      REDEFINES WS18-CEP                       00008100
                               PIC 9(08).                               00008200
                                                                        00008300
       01  WS20-ACAO           PIC X(01) VALUE 'N'.                     00008400
           88  WS20-INCLUI            VALUE 'I'.                        00008500
           88  WS20-ALTERA            VALUE 'A'.                        00008600
           88  WS20-REMOVE            VALUE 'R'.                        00008700
           88  WS20-SEM-MUDANCA       VALUE 'N'.                        00008800
                                                                        00008900
       01  WS20-ACAO-COB       PIC X(01) VALUE 'N'.                     00009000
       01  WS20-ACAO-ENT       PIC X(01) VALUE 'N'.                     00009100
                                                                        00009200
       01  WS21-CURSOR-SW      PIC X(01) VALUE 'N'.                     00009300
           88  WS21-CURSOR-POSTO      VALUE 'S'.                        00009400
                                                                        00009500
       01  TAB-MSG.                                                     00009600
           03  FILLER      PIC X(60)       VALUE                        00009700
           '                   CONSULTA EFETUADA                     '. 00009800
           03  FILLER      PIC X(60)       VALUE                        00009900
           '                  ENDERECOS GRAVADOS                     '. 00010000
           03  FILLER      PIC X(60)       VALUE                        00010100
           '          NENHUMA ALTERACAO DE ENDERECO A GRAVAR          '.00010200
           03  FILLER      PIC X(60)       VALUE                        00010300
           '                 CLIENTE NAO EXISTENTE                   '. 00010400
           03  FILLER      PIC X(60)       VALUE                        00010500
           '            CODIGO DO CLIENTE E OBRIGATORIO              '. 00010600
           03  FILLER      PIC X(60)       VALUE                        00010700
           '   ENDERECO OBRIGATORIO. EM BRANCO SO COM O TIPO VAZIO    '.00010800
           03  FILLER.                                                  00010900
               05  FILLER      PIC X(08)   VALUE '  ERRO -'.            00011000
               05  TAB-ERR     PIC 9(04)  VALUE ZEROS.                  00011100
               05  FILLER      PIC X(48)   VALUE                        00011200
               ' NO ACESSO A TABELA. CONTATE O RESPONSAVEL   '.         00011300
           03  FILLER      PIC X(60)       VALUE                        00011400
           '                   OPCAO INVALIDA                        '. 00011500
           03  FILLER      PIC X(60)       VALUE                        00011600
           '        CEP INVALIDO. VERIFIQUE OS DIGITOS INFORMADOS     '.00011700
           03  FILLER      PIC X(60)       VALUE                        00011800
           '      ESTADO INVALIDO. NAO CADASTRADO NO OR02FILE         '.00011900
           03  FILLER      PIC X(60)       VALUE                        00012000
           '      CIDADE INVALIDA. NAO CADASTRADA NO OR03FILE         '.00012100
           03  FILLER      PIC X(60)       VALUE                        00012200
           '    CEP PERTENCE A OUTRO ESTADO. CONFIRA CEP E ESTADO     '.00012300
           03  FILLER      PIC X(60)       VALUE                        00012400
           '    CEP PERTENCE A OUTRA CIDADE. CONFIRA CEP E CIDADE     '.00012500
           03  FILLER      PIC X(60)       VALUE                        00012600
           '   REGISTRO ALTERADO POR OUTRO USUARIO. CONSULTE DE NOVO  '.00012700
           03  FILLER      PIC X(60)       VALUE                        00012800
           '    OPERADOR SEM PERFIL CADASTRADO. CONTATE O SUPERVISOR  '.00012900
           03  FILLER      PIC X(60)       VALUE                        00013000
           '          FUNCAO NAO AUTORIZADA PARA O SEU PERFIL         '.00013100
           03  FILLER      PIC X(60)       VALUE                        00013200
           '        CONSULTE O CLIENTE (PF4) ANTES DE GRAVAR          '.00013300
                                                                        00013400
       01  TAB-MSG-RED     REDEFINES  TAB-MSG.                          00013500
           03  TAB-MENS    OCCURS  17                                   00013600
                           PIC X(60).                                   00013700
                                                                        00013800
           COPY ORAO16.                                                 00013900
                                                                        00014000
           COPY DFHAID.                                                 00014100
                                                                        00014200
           EXEC SQL INCLUDE CLIENTE END-EXEC.                           00014300
                                                                        00014400
           EXEC SQL INCLUDE CLIENTEH END-EXEC.                          00014500
                                                                        00014600
           EXEC SQL INCLUDE CLIENDER END-EXEC.                          00014700
                                                                        00014800
           EXEC SQL INCLUDE OPERPROF END-EXEC.                          00014900
                                                                        00014933
           EXEC SQL INCLUDE ACESNEG END-EXEC.                           00014966
                                                                        00015000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00015100
                                                                        00015200
           EJECT                                                        00015300
       77  WS00-FIM        PIC X(32) VALUE '***  FIM DA WORKING  ***'.  00015400
           EJECT                                                        00015500
       LINKAGE SECTION.                                                 00015600
       01  DFHCOMMAREA.                                                 00015700
           05  DFHCOMMAREA-FLAG      PIC X(01).                         00015800
           05  DFHCOMMAREA-CODIGO    PIC S9(07) COMP-3.                 00015900
       PROCEDURE DIVISION.                                              00016000
       INICIO-00 SECTION.                                               00016100
                                                                        00016200
           EXEC CICS HANDLE CONDITION ERROR (600-00-RETURN) END-EXEC.   00016300
                                                                        00016400
           IF EIBCALEN  EQUAL ZEROS                                     00016500
              MOVE LOW-VALUES TO MAPA08O                                00016600
              GO TO 100-10-ENVIA-TELA                                   00016700
           ELSE                                                         00016800
              MOVE DFHCOMMAREA TO WS03-COMMAREA.                        00016900
                                                                        00017000
      *    CHAMADO POR PF12 NA TELA DE CLIENTES: NAO HA MAPA A RECEBER, 00017100
      *    CONSULTA DIRETO O CODIGO QUE VEIO NA COMMAREA                00017200
                                                                        00017300
           IF  WS03-VEIO-DO-ORA001                                      00017400
               PERFORM 050-00-VERIFICA-PERFIL THRU 050-99-EXIT          00017500
               MOVE LOW-VALUES  TO MAPA08O                              00017600
               MOVE WS03-CODIGO TO WS00-CODIGO                          00017700
               MOVE WS00-CODIGO TO CODIGOI                              00017800
               PERFORM 200-00-CONSULTA THRU 200-99-EXIT                 00017900
               GO TO 100-10-ENVIA-TELA.                                 00018000
                                                                        00018100
           EXEC CICS RECEIVE MAP('MAPA08')                              00018200
                             MAPSET('ORA016')                           00018300
                             INTO(MAPA08I)                              00018400
           END-EXEC.                                                    00018500
                                                                        00018600
           PERFORM 050-00-VERIFICA-PERFIL THRU 050-99-EXIT.             00018700
                                                                        00018800
                                                                        00018900
           IF  EIBAID EQUAL DFHPF3                                      00019000
               PERFORM 610-00-VOLTA-CLIENTES                            00019100
           ELSE                                                         00019200
               IF  EIBAID EQUAL DFHPF4                                  00019300
                   PERFORM 200-00-CONSULTA                              00019400
               ELSE                                                     00019500
                   IF  EIBAID EQUAL DFHPF6                              00019600
                       PERFORM 400-00-GRAVACAO                          00019700
                   ELSE                                                 00019800
                       MOVE TAB-MENS(8) TO ERRMSGO.                     00019900
                                                                        00020000
       100-10-ENVIA-TELA.                                               00020100
                                                                        00020200
           IF  WS21-CURSOR-POSTO                                        00020300
               NEXT SENTENCE                                            00020400
           ELSE                                                         00020500
               MOVE -1 TO CODIGOL.                                      00020600
                                                                        00020700
           EXEC CICS SEND MAP('MAPA08')                                 00020800
                          MAPSET('ORA016')                              00020900
                          FROM(MAPA08O)                                 00021000
                          CURSOR                                        00021100
                          ERASE                                         00021200
                          FREEKB                                        00021300
           END-EXEC.                                                    00021400
                                                                        00021500
           EXEC CICS RETURN TRANSID('ORA7')                             00021600
                            COMMAREA(WS03-COMMAREA)                     00021700
                            LENGTH(WS00-TAM-COMMAREA)                   00021800
           END-EXEC.                                                    00021900
                                                                        00022000
       EJECT                                                            00022100
      ****************************************************************  00022200
      *       CARREGA O PERFIL DE AUTORIZACAO DO OPERADOR (TABELA    *  00022300
      *       OPER_PERFIL) A PARTIR DO USERID DO CICS. OPERADOR SEM  *  00022400
      *       PERFIL FICA COM NIVEL '0' E NAO PODE NENHUMA FUNCAO    *  00022500
      ****************************************************************  00022600
       050-00-VERIFICA-PERFIL SECTION.                                  00022700
                                                                        00022800
           MOVE '0' TO WS15-NIVEL-OPER.                                 00022900
           MOVE 'N' TO WS15-SEM-PERFIL-SW.                              00023000
                                                                        00023100
           EXEC CICS ASSIGN USERID(OPER-ID-PRF)                         00023200
           END-EXEC.                                                    00023300
                                                                        00023400
           MOVE OPER-ID-PRF TO WS16-OPERADOR.                           00023500
                                                                        00023600
           EXEC SQL SELECT OPER_NIVEL,                                  00023700
                           OPER_SUPERVISOR                              00023800
                    INTO   :OPER-NIVEL-PRF,                             00023900
                           :OPER-SUPERVISOR-PRF                         00024000
                    FROM   OPER_PERFIL                                  00024100
                    WHERE  OPER_ID = :OPER-ID-PRF                       00024200
           END-EXEC.                                                    00024300
                                                                        00024400
           IF  SQLCODE  EQUAL  +0                                       00024500
               MOVE OPER-NIVEL-PRF TO WS15-NIVEL-OPER                   00024600
           ELSE                                                         00024700
               IF  SQLCODE  EQUAL  +100                                 00024800
                   MOVE 'S' TO WS15-SEM-PERFIL-SW                       00024900
               ELSE                                                     00025000
                   MOVE SQLCODE      TO TAB-ERR                         00025100
                   MOVE TAB-MENS(07) TO ERRMSGO.                        00025200
                                                                        00025300
       050-99-EXIT.                                                     00025400
           EXIT.                                                        00025500
           EJECT                                                        00025600
      ****************************************************************  00025700
      *       MONTA A MENSAGEM DE FUNCAO NEGADA: SEM PERFIL OU       *  00025800
      *       FUNCAO ACIMA DO NIVEL DO OPERADOR                      *  00025900
      ****************************************************************  00026000
       060-00-NEGA-FUNCAO SECTION.                                      00026100
                                                                        00026200
           IF  WS15-SEM-PERFIL                                          00026300
               MOVE TAB-MENS(15) TO ERRMSGO                             00026400
           ELSE                                                         00026500
               MOVE TAB-MENS(16) TO ERRMSGO.                            00026600
                                                                        00026700
           PERFORM 065-00-REGISTRA-NEGACAO THRU 065-99-EXIT.            00026733
                                                                        00026766
       060-99-EXIT.                                                     00026800
           EXIT.                                                        00026900
           EJECT                                                        00027000
      ****************************************************************  00027002
      *       REGISTRA A FUNCAO NEGADA NO LOG DE ACESSOS (TABELA     *  00027004
      *       ACESSO_NEGADO) COM OPERADOR, TERMINAL, TRANSACAO E     *  00027006
      *       DATA-HORA, PARA A REVISAO DE ACESSOS (ORB025).         *  00027008
      *       CHAMADA COM WS16-FUNCAO-NEGADA JA POVOADO. ERRO NA     *  00027010
      *       GRAVACAO NAO ALTERA A MENSAGEM DA TELA                 *  00027012
      ****************************************************************  00027014
       065-00-REGISTRA-NEGACAO SECTION.                                 00027016
                                                                        00027018
           EXEC CICS ASSIGN USERID(NEG-OPERADOR)                        00027020
           END-EXEC.                                                    00027022
                                                                        00027024
           MOVE EIBTRMID           TO NEG-TERMINAL.                     00027026
           MOVE 'ORA7'             TO NEG-TRANSACAO.                    00027028
           MOVE 'ORA015'           TO NEG-PROGRAMA.                     00027030
           MOVE WS16-FUNCAO-NEGADA TO NEG-FUNCAO.                       00027032
                                                                        00027034
           IF  WS15-SEM-PERFIL                                          00027036
               MOVE 'S' TO NEG-MOTIVO                                   00027038
           ELSE                                                         00027040
               MOVE 'N' TO NEG-MOTIVO.                                  00027042
                                                                        00027044
           EXEC SQL INSERT INTO ACESSO_NEGADO                           00027046
                     (NEG_OPERADOR, NEG_TERMINAL, NEG_TRANSACAO,       X00027048
                      NEG_PROGRAMA, NEG_FUNCAO, NEG_MOTIVO,            X00027050
                      NEG_DATA_HORA)                                    00027052
                VALUES (:NEG-OPERADOR, :NEG-TERMINAL, :NEG-TRANSACAO,  X00027054
                        :NEG-PROGRAMA, :NEG-FUNCAO, :NEG-MOTIVO,       X00027056
                        CURRENT TIMESTAMP)                              00027058
           END-EXEC.                                                    00027060
                                                                        00027062
       065-99-EXIT.                                                     00027064
           EXIT.                                                        00027066
           EJECT                                                        00027068
      ****************************************************************  00027100
      *       ROTINA DE CONSULTA: MOSTRA O ENDERECO PRINCIPAL DO     *  00027200
      *       CLIENTE E OS DE COBRANCA E ENTREGA CADASTRADOS. TIPO   *  00027300
      *       SEM REGISTRO FICA EM BRANCO (USA O PRINCIPAL)          *  00027400
      ****************************************************************  00027500
       200-00-CONSULTA SECTION.                                         00027600
                                                                        00027700
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00027800
                                                                        00027900
           IF  NOT WS15-PODE-CONSULTAR                                  00028000
               MOVE 'CONSULTA' TO WS16-FUNCAO-NEGADA                    00028050
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00028100
               GO TO 200-99-EXIT.                                       00028200
                                                                        00028300
           PERFORM 220-00-BUSCA-CLIENTE THRU 220-99-EXIT.               00028400
                                                                        00028500
           IF  WS07-CAMPOS-ERRO                                         00028600
               GO TO 200-99-EXIT.                                       00028700
                                                                        00028800
           PERFORM 210-00-MOSTRA-ENDERECOS THRU 210-99-EXIT.            00028900
                                                                        00029000
           IF  WS08-ERRO-SQL                                            00029100
               GO TO 200-99-EXIT.                                       00029200
                                                                        00029300
           MOVE TAB-MENS(01) TO ERRMSGO.                                00029400
                                                                        00029500
       200-99-EXIT.                                                     00029600
           EXIT.                                                        00029700
           EJECT                                                        00029800
      ****************************************************************  00029900
      *       MONTA A TELA COM O CLIENTE JA LIDO (ENDERECO           *  00030000
      *       PRINCIPAL E DATA DA ULTIMA ATUALIZACAO, QUE A          *  00030100
      *       GRAVACAO CONFERE) E OS ENDERECOS DE COBRANCA E ENTREGA *  00030200
      ****************************************************************  00030300
       210-00-MOSTRA-ENDERECOS SECTION.                                 00030400
                                                                        00030500
           MOVE 'N'          TO WS08-ERRO-SQL-SW.                       00030600
                                                                        00030700
           MOVE LOW-VALUES   TO MAPA08O.                                00030800
           MOVE CODIGO-CLI   TO CODIGOO.                                00030900
           MOVE NOME-CLI     TO NOMEO.                                  00031000
           MOVE ENDERECO-CLI TO PRIENDO.                                00031100
           MOVE CIDADE-CLI   TO PRICIDO.                                00031200
           MOVE ESTADO-CLI   TO PRIESTO.                                00031300
           MOVE CEP-CLI      TO PRICEPO.                                00031400
           MOVE ENDERECO-INVALIDO-CLI    TO PRIINVO.                    00031500
           MOVE DATA-ULT-ATUALIZACAO-CLI TO DATAULTO.                   00031600
                                                                        00031700
           MOVE CODIGO-CLI   TO ENDT-CODIGO.                            00031800
           MOVE 'C'          TO ENDT-TIPO.                              00031900
                                                                        00032000
           PERFORM 230-00-LE-ENDERECO THRU 230-99-EXIT.                 00032100
                                                                        00032200
           IF  SQLCODE EQUAL ZEROS                                      00032300
               MOVE ENDT-ENDERECO TO COBENDO                            00032400
               MOVE ENDT-CIDADE   TO COBCIDO                            00032500
               MOVE ENDT-ESTADO   TO COBESTO                            00032600
               MOVE ENDT-CEP      TO COBCEPO                            00032700
               MOVE ENDT-INVALIDO TO COBINVO                            00032800
           ELSE                                                         00032900
               IF  SQLCODE NOT EQUAL +100                               00033000
                   MOVE 'S'          TO WS08-ERRO-SQL-SW                00033100
                   MOVE SQLCODE      TO TAB-ERR                         00033200
                   MOVE TAB-MENS(07) TO ERRMSGO                         00033300
                   GO TO 210-99-EXIT.                                   00033400
                                                                        00033500
           MOVE 'E'          TO ENDT-TIPO.                              00033600
                                                                        00033700
           PERFORM 230-00-LE-ENDERECO THRU 230-99-EXIT.                 00033800
                                                                        00033900
           IF  SQLCODE EQUAL ZEROS                                      00034000
               MOVE ENDT-ENDERECO TO ENTENDO                            00034100
               MOVE ENDT-CIDADE   TO ENTCIDO                            00034200
               MOVE ENDT-ESTADO   TO ENTESTO                            00034300
               MOVE ENDT-CEP      TO ENTCEPO                            00034400
               MOVE ENDT-INVALIDO TO ENTINVO                            00034500
           ELSE                                                         00034600
               IF  SQLCODE NOT EQUAL +100                               00034700
                   MOVE 'S'          TO WS08-ERRO-SQL-SW                00034800
                   MOVE SQLCODE      TO TAB-ERR                         00034900
                   MOVE TAB-MENS(07) TO ERRMSGO.                        00035000
                                                                        00035100
       210-99-EXIT.                                                     00035200
           EXIT.                                                        00035300
           EJECT                                                        00035400
      ****************************************************************  00035500
      *       CODIGO OBRIGATORIO E CLIENTE CADASTRADO. O REGISTRO    *  00035600
      *       INTEIRO E LIDO PORQUE A GRAVACAO COPIA A IMAGEM PARA   *  00035700
      *       O CLIENTE_HIST (700-00-GRAVA-HISTORICO)                *  00035800
      ****************************************************************  00035900
       220-00-BUSCA-CLIENTE SECTION.                                    00036000
                                                                        00036100
           MOVE 'S' TO WS07-CAMPOS-SW.                                  00036200
                                                                        00036300
           IF  CODIGOI  EQUAL  SPACES  OR  LOW-VALUES                   00036400
               MOVE TAB-MENS(05) TO ERRMSGO                             00036500
               MOVE 'N'          TO WS07-CAMPOS-SW                      00036600
               GO TO 220-99-EXIT.                                       00036700
                                                                        00036800
           MOVE CODIGOI TO CODIGO-CLI.                                  00036900
                                                                        00037000
           EXEC SQL SELECT CODIGO,                                      00037100
                           NOME,                                        00037200
                           ENDERECO,                                    00037300
                           CIDADE,                                      00037400
                           ESTADO,                                      00037500
                           CEP,                                         00037600
                           TELEFONE,                                    00037700
                           EMAIL,                                       00037800
                           DATA_ULT_ATUALIZACAO,                        00037900
                           ENDERECO_INVALIDO,                           00038000
                           EMAIL_INVALIDO,                              00038100
                           SITUACAO,                                    00038200
                           ENDERECO_INV_DATA,                           00038300
                           EMAIL_INV_DATA                               00038400
                    INTO   :DCL-CLIENTE                                 00038500
                    FROM   CLIENTE                                      00038600
                    WHERE  CODIGO = :CODIGO-CLI                         00038700
           END-EXEC.                                                    00038800
                                                                        00038900
           IF  SQLCODE  EQUAL  ZEROS                                    00039000
               NEXT SENTENCE                                            00039100
           ELSE                                                         00039200
               MOVE 'N'          TO WS07-CAMPOS-SW                      00039300
               IF  SQLCODE  EQUAL  +100                                 00039400
                   MOVE TAB-MENS(04) TO ERRMSGO                         00039500
               ELSE                                                     00039600
                   MOVE SQLCODE      TO TAB-ERR                         00039700
                   MOVE TAB-MENS(07) TO ERRMSGO.                        00039800
                                                                        00039900
       220-99-EXIT.                                                     00040000
           EXIT.                                                        00040100
           EJECT                                                        00040200
      ****************************************************************  00040300
      *       LE O ENDERECO DO CLIENTE/TIPO EM ENDT-CODIGO E         *  00040400
      *       ENDT-TIPO. O CHAMADOR TESTA O SQLCODE                  *  00040500
      ****************************************************************  00040600
       230-00-LE-ENDERECO SECTION.                                      00040700
                                                                        00040800
           EXEC SQL SELECT ENDT_ENDERECO,                               00040900
                           ENDT_CIDADE,                                 00041000
                           ENDT_ESTADO,                                 00041100
                           ENDT_CEP,                                    00041200
                           ENDT_INVALIDO,                               00041300
                           ENDT_INV_DATA,                               00041400
                           ENDT_OPERADOR,                               00041500
                           ENDT_DATA_HORA                               00041600
                    INTO   :ENDT-ENDERECO,                              00041700
                           :ENDT-CIDADE,                                00041800
                           :ENDT-ESTADO,                                00041900
                           :ENDT-CEP,                                   00042000
                           :ENDT-INVALIDO,                              00042100
                           :ENDT-INV-DATA,                              00042200
                           :ENDT-OPERADOR,                              00042300
                           :ENDT-DATA-HORA                              00042400
                    FROM   CLIENTE_ENDERECO                             00042500
                    WHERE  ENDT_CODIGO = :ENDT-CODIGO                   00042600
                      AND  ENDT_TIPO   = :ENDT-TIPO                     00042700
           END-EXEC.                                                    00042800
                                                                        00042900
       230-99-EXIT.                                                     00043000
           EXIT.                                                        00043100
           EJECT                                                        00043200
      ****************************************************************  00043300
      *       VALIDACAO DE UM ENDERECO (WS18-END-ENT) COM AS MESMAS  *  00043400
      *       REGRAS DO ENDERECO PRINCIPAL NO ORA001: CEP NUMERICO,  *  00043500
      *       ESTADO NO OR02FILE, CIDADE NO OR03FILE E CEP DO        *  00043600
      *       DIRETORIO (OR04FILE) NO MESMO ESTADO E CIDADE. TIPO    *  00043700
      *       TODO EM BRANCO E ACEITO (SERA REMOVIDO)                *  00043800
      ****************************************************************  00043900
       250-00-VALIDA-ENDERECO SECTION.                                  00044000
                                                                        00044100
           MOVE 'S' TO WS07-CAMPOS-SW.                                  00044200
                                                                        00044300
           INSPECT WS18-END-ENT REPLACING ALL LOW-VALUES BY SPACES.     00044400
                                                                        00044500
           IF  WS18-ENDERECO EQUAL SPACES                               00044600
               IF  WS18-CIDADE EQUAL SPACES AND WS18-ESTADO EQUAL SPACES00044700
                                            AND WS18-CEP EQUAL SPACES   00044800
                   GO TO 250-99-EXIT                                    00044900
               ELSE                                                     00045000
                   MOVE TAB-MENS(06) TO ERRMSGO                         00045100
                   MOVE 'N'          TO WS07-CAMPOS-SW                  00045200
                   GO TO 250-99-EXIT.                                   00045300
                                                                        00045400
           IF  WS18-CEP  NOT NUMERIC  OR  WS18-CEP  EQUAL  ZEROS        00045500
               MOVE TAB-MENS(09) TO ERRMSGO                             00045600
               MOVE 'N'          TO WS07-CAMPOS-SW                      00045700
               GO TO 250-99-EXIT.                                       00045800
                                                                        00045900
           EXEC CICS HANDLE CONDITION                                   00046000
                     NOTFND (250-20-ESTADO-INVALIDO)                    00046100
           END-EXEC.                                                    00046200
                                                                        00046300
           MOVE  WS18-ESTADO  TO  WS01-SIGLA.                           00046400
                                                                        00046500
           EXEC CICS READ DATASET('OR02FILE')                           00046600
                          INTO(WS01-REG)                                00046700
                          LENGTH(WS00-TAM)                              00046800
                          RIDFLD(WS01-SIGLA)                            00046900
           END-EXEC.                                                    00047000
                                                                        00047100
           EXEC CICS HANDLE CONDITION                                   00047200
                     NOTFND (250-30-CIDADE-INVALIDA)                    00047300
           END-EXEC.                                                    00047400
                                                                        00047500
           MOVE  WS18-ESTADO  TO  WS12-CID-ESTADO.                      00047600
           MOVE  WS18-CIDADE  TO  WS12-CID-NOME.                        00047700
                                                                        00047800
           EXEC CICS READ DATASET('OR03FILE')                           00047900
                          INTO(WS12-CID-REG)                            00048000
                          LENGTH(WS12-CID-TAM)                          00048100
                          RIDFLD(WS12-CID-CHAVE)                        00048200
           END-EXEC.                                                    00048300
                                                                        00048400
      *    CEP FORA DO DIRETORIO DE CEPS NAO E CRITICADO                00048500
                                                                        00048600
           EXEC CICS HANDLE CONDITION                                   00048700
                     NOTFND (250-99-EXIT)                               00048800
           END-EXEC.                                                    00048900
                                                                        00049000
           MOVE  WS18-CEP  TO  WS17-CEP-CHAVE.                          00049100
                                                                        00049200
           EXEC CICS READ DATASET('OR04FILE')                           00049300
                          INTO(WS17-CEP-REG)                            00049400
                          LENGTH(WS17-CEP-TAM)                          00049500
                          RIDFLD(WS17-CEP-CHAVE)                        00049600
           END-EXEC.                                                    00049700
                                                                        00049800
           IF  WS17-CEP-UF  NOT EQUAL  WS18-ESTADO                      00049900
               MOVE TAB-MENS(12) TO ERRMSGO                             00050000
               MOVE 'N'          TO WS07-CAMPOS-SW                      00050100
               GO TO 250-99-EXIT.                                       00050200
                                                                        00050300
           IF  WS17-CEP-CIDADE  NOT EQUAL  WS18-CIDADE                  00050400
               MOVE TAB-MENS(13) TO ERRMSGO                             00050500
               MOVE 'N'          TO WS07-CAMPOS-SW.                     00050600
                                                                        00050700
           GO TO 250-99-EXIT.                                           00050800
                                                                        00050900
       250-20-ESTADO-INVALIDO.                                          00051000
                                                                        00051100
           MOVE TAB-MENS(10) TO ERRMSGO.                                00051200
           MOVE 'N'          TO WS07-CAMPOS-SW.                         00051300
                                                                        00051400
           GO TO 250-99-EXIT.                                           00051500
                                                                        00051600
       250-30-CIDADE-INVALIDA.                                          00051700
                                                                        00051800
           MOVE TAB-MENS(11) TO ERRMSGO.                                00051900
           MOVE 'N'          TO WS07-CAMPOS-SW.                         00052000
                                                                        00052100
       250-99-EXIT.                                                     00052200
           EXIT.                                                        00052300
           EJECT                                                        00052400
      ****************************************************************  00052500
      *       ROTINA DE GRAVACAO (PF6): CONFERE SE O CLIENTE NAO FOI *  00052600
      *       ALTERADO DESDE A CONSULTA, VALIDA OS DOIS TIPOS ANTES  *  00052700
      *       DE GRAVAR QUALQUER UM E SO GRAVA O QUE MUDOU. HAVENDO  *  00052800
      *       MUDANCA, O CLIENTE GANHA NOVA DATA DE ATUALIZACAO E    *  00052900
      *       UMA ALTERACAO NO CLIENTE_HIST. ERRO DE SQL DESFAZ      *  00053000
      *       TUDO O QUE A TAREFA JA TINHA GRAVADO                   *  00053100
      ****************************************************************  00053200
       400-00-GRAVACAO SECTION.                                         00053300
                                                                        00053400
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00053500
                                                                        00053600
           IF  NOT WS15-PODE-ATUALIZAR                                  00053700
               MOVE 'GRAVACAO' TO WS16-FUNCAO-NEGADA                    00053750
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00053800
               GO TO 400-99-EXIT.                                       00053900
                                                                        00054000
           IF  DATAULTI  EQUAL  SPACES  OR  LOW-VALUES                  00054100
               MOVE TAB-MENS(17) TO ERRMSGO                             00054200
               GO TO 400-99-EXIT.                                       00054300
                                                                        00054400
           MOVE DATAULTI TO WS08-DATA-ULT-ORIG.                         00054500
                                                                        00054600
           PERFORM 220-00-BUSCA-CLIENTE THRU 220-99-EXIT.               00054700
                                                                        00054800
           IF  WS07-CAMPOS-ERRO                                         00054900
               GO TO 400-99-EXIT.                                       00055000
                                                                        00055100
           IF  DATA-ULT-ATUALIZACAO-CLI NOT EQUAL WS08-DATA-ULT-ORIG    00055200
               MOVE TAB-MENS(14) TO ERRMSGO                             00055300
               GO TO 400-99-EXIT.                                       00055400
                                                                        00055500
           MOVE 'C'     TO WS18-TIPO.                                   00055600
           MOVE COBENDI TO WS18-ENDERECO.                               00055700
           MOVE COBCIDI TO WS18-CIDADE.                                 00055800
           MOVE COBESTI TO WS18-ESTADO.                                 00055900
           MOVE COBCEPI TO WS18-CEP.                                    00056000
                                                                        00056100
           PERFORM 250-00-VALIDA-ENDERECO THRU 250-99-EXIT.             00056200
                                                                        00056300
           IF  WS07-CAMPOS-ERRO                                         00056400
               MOVE -1  TO COBENDL                                      00056500
               MOVE 'S' TO WS21-CURSOR-SW                               00056600
               GO TO 400-99-EXIT.                                       00056700
                                                                        00056800
           PERFORM 420-00-DEFINE-ACAO THRU 420-99-EXIT.                 00056900
                                                                        00057000
           IF  WS08-ERRO-SQL                                            00057100
               GO TO 400-99-EXIT.                                       00057200
                                                                        00057300
           MOVE WS20-ACAO TO WS20-ACAO-COB.                             00057400
                                                                        00057500
           MOVE 'E'     TO WS18-TIPO.                                   00057600
           MOVE ENTENDI TO WS18-ENDERECO.                               00057700
           MOVE ENTCIDI TO WS18-CIDADE.                                 00057800
           MOVE ENTESTI TO WS18-ESTADO.                                 00057900
           MOVE ENTCEPI TO WS18-CEP.                                    00058000
                                                                        00058100
           PERFORM 250-00-VALIDA-ENDERECO THRU 250-99-EXIT.             00058200
                                                                        00058300
           IF  WS07-CAMPOS-ERRO                                         00058400
               MOVE -1  TO ENTENDL                                      00058500
               MOVE 'S' TO WS21-CURSOR-SW                               00058600
               GO TO 400-99-EXIT.                                       00058700
                                                                        00058800
           PERFORM 420-00-DEFINE-ACAO THRU 420-99-EXIT.                 00058900
                                                                        00059000
           IF  WS08-ERRO-SQL                                            00059100
               GO TO 400-99-EXIT.                                       00059200
                                                                        00059300
           MOVE WS20-ACAO TO WS20-ACAO-ENT.                             00059400
                                                                        00059500
           IF  WS20-ACAO-COB EQUAL 'N' AND WS20-ACAO-ENT EQUAL 'N'      00059600
               MOVE TAB-MENS(03) TO ERRMSGO                             00059700
               GO TO 400-99-EXIT.                                       00059800
                                                                        00059900
           EXEC SQL UPDATE CLIENTE                                      00060000
                    SET DATA_ULT_ATUALIZACAO = CURRENT TIMESTAMP        00060100
                    WHERE CODIGO  = :CODIGO-CLI                         00060200
                      AND DATA_ULT_ATUALIZACAO = :WS08-DATA-ULT-ORIG    00060300
           END-EXEC.                                                    00060400
                                                                        00060500
           IF  SQLCODE  EQUAL  +100                                     00060600
               MOVE TAB-MENS(14) TO ERRMSGO                             00060700
               GO TO 400-99-EXIT.                                       00060800
                                                                        00060900
           IF  SQLCODE  NOT EQUAL  ZEROS                                00061000
               MOVE SQLCODE TO TAB-ERR                                  00061100
               GO TO 400-80-DESFAZ.                                     00061200
                                                                        00061300
           MOVE 'A' TO WS02-HIST-TIPO-OPER.                             00061400
                                                                        00061500
           PERFORM 700-00-GRAVA-HISTORICO THRU 700-99-EXIT.             00061600
                                                                        00061700
           IF  SQLCODE  NOT EQUAL  ZEROS                                00061800
               MOVE SQLCODE TO TAB-ERR                                  00061900
               GO TO 400-80-DESFAZ.                                     00062000
                                                                        00062100
           IF  WS20-ACAO-COB NOT EQUAL 'N'                              00062200
               MOVE 'C'           TO WS18-TIPO                          00062300
               MOVE COBENDI       TO WS18-ENDERECO                      00062400
               MOVE COBCIDI       TO WS18-CIDADE                        00062500
               MOVE COBESTI       TO WS18-ESTADO                        00062600
               MOVE COBCEPI       TO WS18-CEP                           00062700
               MOVE WS20-ACAO-COB TO WS20-ACAO                          00062800
               PERFORM 440-00-APLICA-ACAO THRU 440-99-EXIT.             00062900
                                                                        00063000
           IF  WS08-ERRO-SQL                                            00063100
               GO TO 400-80-DESFAZ.                                     00063200
                                                                        00063300
           IF  WS20-ACAO-ENT NOT EQUAL 'N'                              00063400
               MOVE 'E'           TO WS18-TIPO                          00063500
               MOVE ENTENDI       TO WS18-ENDERECO                      00063600
               MOVE ENTCIDI       TO WS18-CIDADE                        00063700
               MOVE ENTESTI       TO WS18-ESTADO                        00063800
               MOVE ENTCEPI       TO WS18-CEP                           00063900
               MOVE WS20-ACAO-ENT TO WS20-ACAO                          00064000
               PERFORM 440-00-APLICA-ACAO THRU 440-99-EXIT.             00064100
                                                                        00064200
           IF  WS08-ERRO-SQL                                            00064300
               GO TO 400-80-DESFAZ.                                     00064400
                                                                        00064500
           PERFORM 220-00-BUSCA-CLIENTE THRU 220-99-EXIT.               00064600
                                                                        00064700
           IF  WS07-CAMPOS-ERRO                                         00064800
               GO TO 400-99-EXIT.                                       00064900
                                                                        00065000
           PERFORM 210-00-MOSTRA-ENDERECOS THRU 210-99-EXIT.            00065100
                                                                        00065200
           IF  WS08-ERRO-SQL                                            00065300
               GO TO 400-99-EXIT.                                       00065400
                                                                        00065500
           MOVE TAB-MENS(02) TO ERRMSGO.                                00065600
                                                                        00065700
           GO TO 400-99-EXIT.                                           00065800
                                                                        00065900
       400-80-DESFAZ.                                                   00066000
                                                                        00066100
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.                       00066200
                                                                        00066300
           MOVE TAB-MENS(07) TO ERRMSGO.                                00066400
                                                                        00066500
       400-99-EXIT.                                                     00066600
           EXIT.                                                        00066700
           EJECT                                                        00066800
      ****************************************************************  00066900
      *       COMPARA UM ENDERECO JA VALIDADO (WS18-END-ENT) COM O   *  00067000
      *       CADASTRADO PARA O TIPO E DEIXA EM WS20-ACAO O QUE      *  00067100
      *       FAZER: INCLUIR, ALTERAR, REMOVER (TIPO EM BRANCO) OU   *  00067200
      *       NADA. AINDA NAO GRAVA                                  *  00067300
      ****************************************************************  00067400
       420-00-DEFINE-ACAO SECTION.                                      00067500
                                                                        00067600
           MOVE 'N'          TO WS20-ACAO.                              00067700
           MOVE 'N'          TO WS08-ERRO-SQL-SW.                       00067800
                                                                        00067900
           MOVE CODIGO-CLI   TO ENDT-CODIGO.                            00068000
           MOVE WS18-TIPO    TO ENDT-TIPO.                              00068100
                                                                        00068200
           PERFORM 230-00-LE-ENDERECO THRU 230-99-EXIT.                 00068300
                                                                        00068400
           IF  SQLCODE EQUAL +100 AND WS18-ENDERECO NOT EQUAL SPACES    00068500
               MOVE 'I' TO WS20-ACAO                                    00068600
               GO TO 420-99-EXIT.                                       00068700
                                                                        00068800
           IF  SQLCODE EQUAL +100                                       00068900
               GO TO 420-99-EXIT.                                       00069000
                                                                        00069100
           IF  SQLCODE NOT EQUAL ZEROS                                  00069200
               MOVE 'S'          TO WS08-ERRO-SQL-SW                    00069300
               MOVE SQLCODE      TO TAB-ERR                             00069400
               MOVE TAB-MENS(07) TO ERRMSGO                             00069500
               GO TO 420-99-EXIT.                                       00069600
                                                                        00069700
           IF  WS18-ENDERECO EQUAL SPACES                               00069800
               MOVE 'R' TO WS20-ACAO                                    00069900
               GO TO 420-99-EXIT.                                       00070000
                                                                        00070100
           IF  ENDT-ENDERECO NOT EQUAL WS18-ENDERECO                    00070200
            OR ENDT-CIDADE   NOT EQUAL WS18-CIDADE                      00070300
            OR ENDT-ESTADO   NOT EQUAL WS18-ESTADO                      00070400
            OR ENDT-CEP      NOT EQUAL WS18-CEP-N                       00070500
               MOVE 'A' TO WS20-ACAO.                                   00070600
                                                                        00070700
       420-99-EXIT.                                                     00070800
           EXIT.                                                        00070900
           EJECT                                                        00071000
      ****************************************************************  00071100
      *       GRAVA UM TIPO DE ENDERECO CONFORME WS20-ACAO. ENDERECO *  00071200
      *       INCLUIDO OU CORRIGIDO VOLTA A VALER PARA O FORNECEDOR: *  00071300
      *       A MARCA DE INVALIDO POSTA PELO ORB006 E DESLIGADA      *  00071400
      ****************************************************************  00071500
       440-00-APLICA-ACAO SECTION.                                      00071600
                                                                        00071700
           INSPECT WS18-END-ENT REPLACING ALL LOW-VALUES BY SPACES.     00071800
                                                                        00071900
           MOVE CODIGO-CLI    TO ENDT-CODIGO.                           00072000
           MOVE WS18-TIPO     TO ENDT-TIPO.                             00072100
                                                                        00072200
           IF  WS20-REMOVE                                              00072300
               GO TO 440-30-REMOVE.                                     00072400
                                                                        00072500
           MOVE WS18-ENDERECO TO ENDT-ENDERECO.                         00072600
           MOVE WS18-CIDADE   TO ENDT-CIDADE.                           00072700
           MOVE WS18-ESTADO   TO ENDT-ESTADO.                           00072800
           MOVE WS18-CEP-N    TO ENDT-CEP.                              00072900
           MOVE 'N'           TO ENDT-INVALIDO.                         00073000
           MOVE '0001-01-01'  TO ENDT-INV-DATA.                         00073100
           MOVE WS16-OPERADOR TO ENDT-OPERADOR.                         00073200
                                                                        00073300
           IF  WS20-INCLUI                                              00073400
               GO TO 440-10-INCLUI.                                     00073500
                                                                        00073600
           EXEC SQL UPDATE CLIENTE_ENDERECO                             00073700
                    SET ENDT_ENDERECO  = :ENDT-ENDERECO,                00073800
                        ENDT_CIDADE    = :ENDT-CIDADE,                  00073900
                        ENDT_ESTADO    = :ENDT-ESTADO,                  00074000
                        ENDT_CEP       = :ENDT-CEP,                     00074100
                        ENDT_INVALIDO  = :ENDT-INVALIDO,                00074200
                        ENDT_INV_DATA  = :ENDT-INV-DATA,                00074300
                        ENDT_OPERADOR  = :ENDT-OPERADOR,                00074400
                        ENDT_DATA_HORA = CURRENT TIMESTAMP              00074500
                    WHERE ENDT_CODIGO = :ENDT-CODIGO                    00074600
                      AND ENDT_TIPO   = :ENDT-TIPO                      00074700
           END-EXEC.                                                    00074800
                                                                        00074900
           GO TO 440-40-VERIFICA.                                       00075000
                                                                        00075100
       440-10-INCLUI.                                                   00075200
                                                                        00075300
           EXEC SQL INSERT INTO CLIENTE_ENDERECO                        00075400
                     (ENDT_CODIGO, ENDT_TIPO, ENDT_ENDERECO,           X00075500
                      ENDT_CIDADE, ENDT_ESTADO, ENDT_CEP,              X00075600
                      ENDT_INVALIDO, ENDT_INV_DATA, ENDT_OPERADOR,     X00075700
                      ENDT_DATA_HORA)                                   00075800
                VALUES (:ENDT-CODIGO, :ENDT-TIPO, :ENDT-ENDERECO,      X00075900
                        :ENDT-CIDADE, :ENDT-ESTADO, :ENDT-CEP,         X00076000
                        :ENDT-INVALIDO, :ENDT-INV-DATA,                X00076100
                        :ENDT-OPERADOR, CURRENT TIMESTAMP)              00076200
           END-EXEC.                                                    00076300
                                                                        00076400
           GO TO 440-40-VERIFICA.                                       00076500
                                                                        00076600
       440-30-REMOVE.                                                   00076700
                                                                        00076800
           EXEC SQL DELETE FROM CLIENTE_ENDERECO                        00076900
                    WHERE ENDT_CODIGO = :ENDT-CODIGO                    00077000
                      AND ENDT_TIPO   = :ENDT-TIPO                      00077100
           END-EXEC.                                                    00077200
                                                                        00077300
       440-40-VERIFICA.                                                 00077400
                                                                        00077500
           IF  SQLCODE NOT EQUAL ZEROS                                  00077600
               MOVE 'S'          TO WS08-ERRO-SQL-SW                    00077700
               MOVE SQLCODE      TO TAB-ERR.                            00077800
                                                                        00077900
       440-99-EXIT.                                                     00078000
           EXIT.                                                        00078100
           EJECT                                                        00078200
      ****************************************************************  00078300
      *       ROTINA DE GRAVACAO DO HISTORICO (CLIENTE_HIST)         *  00078400
      *       CHAMADA COM DCL-CLIENTE JA CARREGADO E                 *  00078500
      *       WS02-HIST-TIPO-OPER JA POVOADO ('A')                   *  00078600
      ****************************************************************  00078700
       700-00-GRAVA-HISTORICO SECTION.                                  00078800
                                                                        00078900
           MOVE CODIGO-CLI          TO  CODIGO-CLI-H                    00079000
           MOVE NOME-CLI            TO  NOME-CLI-H                      00079100
           MOVE ENDERECO-CLI        TO  ENDERECO-CLI-H                  00079200
           MOVE CIDADE-CLI          TO  CIDADE-CLI-H                    00079300
           MOVE ESTADO-CLI          TO  ESTADO-CLI-H                    00079400
           MOVE CEP-CLI             TO  CEP-CLI-H                       00079500
           MOVE TELEFONE-CLI        TO  TELEFONE-CLI-H                  00079600
           MOVE EMAIL-CLI           TO  EMAIL-CLI-H                     00079700
           MOVE DATA-ULT-ATUALIZACAO-CLI TO DATA-ULT-ATUALIZACAO-CLI-H  00079800
           MOVE SITUACAO-CLI        TO  SITUACAO-CLI-H                  00079900
           MOVE ENDERECO-INVALIDO-CLI TO ENDERECO-INVALIDO-CLI-H        00080000
           MOVE EMAIL-INVALIDO-CLI  TO  EMAIL-INVALIDO-CLI-H            00080100
           MOVE ENDERECO-INV-DATA-CLI TO ENDERECO-INV-DATA-CLI-H        00080200
           MOVE EMAIL-INV-DATA-CLI  TO  EMAIL-INV-DATA-CLI-H            00080300
           MOVE EIBTRMID            TO  HIST-TERMINAL-CLI               00080400
           MOVE WS02-HIST-TIPO-OPER TO  HIST-TIPO-OPER-CLI.             00080500
                                                                        00080600
           MOVE WS16-OPERADOR       TO  HIST-OPERADOR-CLI.              00080700
                                                                        00080800
           EXEC SQL INSERT INTO CLIENTE_HIST                            00080900
                     (CODIGO, NOME, ENDERECO, CIDADE, ESTADO, CEP,     X00081000
                      TELEFONE, EMAIL, DATA_ULT_ATUALIZACAO, SITUACAO, X00081100
                      HIST_OPERADOR, HIST_TERMINAL, HIST_DATA_HORA,    X00081200
                      HIST_TIPO_OPER, ENDERECO_INVALIDO,               X00081300
                      EMAIL_INVALIDO, ENDERECO_INV_DATA,               X00081400
                      EMAIL_INV_DATA)                                   00081500
                VALUES (:CODIGO-CLI-H, :NOME-CLI-H, :ENDERECO-CLI-H,   X00081600
                        :CIDADE-CLI-H, :ESTADO-CLI-H, :CEP-CLI-H,      X00081700
                        :TELEFONE-CLI-H, :EMAIL-CLI-H,                 X00081800
                        :DATA-ULT-ATUALIZACAO-CLI-H, :SITUACAO-CLI-H,  X00081900
                        :HIST-OPERADOR-CLI, :HIST-TERMINAL-CLI,        X00082000
                        CURRENT TIMESTAMP, :HIST-TIPO-OPER-CLI,        X00082100
                        :ENDERECO-INVALIDO-CLI-H,                      X00082200
                        :EMAIL-INVALIDO-CLI-H,                         X00082300
                        :ENDERECO-INV-DATA-CLI-H,                      X00082400
                        :EMAIL-INV-DATA-CLI-H)                          00082500
           END-EXEC.                                                    00082600
                                                                        00082700
       700-99-EXIT.                                                     00082800
           EXIT.                                                        00082900
           EJECT                                                        00083000
       600-00-RETURN SECTION.                                           00083100
           EXEC CICS SEND TEXT FROM(WS01-FINAL)                         00083200
                               LENGTH(50)                               00083300
                               ERASE                                    00083400
                               FREEKB                                   00083500
           END-EXEC.                                                    00083600
                                                                        00083700
           EXEC CICS RETURN END-EXEC.                                   00083800
       600-99-EXIT.                                                     00083900
           EXIT.                                                        00084000
           EJECT                                                        00084100
      ****************************************************************  00084200
      *       VOLTA PARA A TELA DE CLIENTES (ORA001), QUE RECOMECA   *  00084300
      *       COM A TELA LIMPA                                       *  00084400
      ****************************************************************  00084500
       610-00-VOLTA-CLIENTES SECTION.                                   00084600
                                                                        00084700
           EXEC CICS XCTL PROGRAM('ORA001')                             00084800
           END-EXEC.                                                    00084900
                                                                        00085000
       610-99-EXIT.                                                     00085100
           EXIT.                                                        00085200
