       01  WS15-SEM-PERFIL-SW  PIC X(01) VALUE 'N'.                     00027380
           88  WS15-SEM-PERFIL        VALUE 'S'.                        00027390
                                                                        00027400
       01  WS16-FUNCAO-NEGADA  PIC X(12) VALUE SPACES.                  00027403
                                                                        00027406
       01  WS13-DUP-ACHOU-SW   PIC X(01) VALUE 'N'.                     00027410
           88  WS13-DUP-ACHOU               VALUE 'S'.                  00027420
                                                                        00027430
           05  WS13-MSG-NOME   PIC X(20).                               00027550
           05  FILLER          PIC X(13) VALUE ' PF5 CONFIRMA'.         00027560
                                                                        00027570
       01  WS16-MSG-FUSAO.                                              00027571
           05  FILLER          PIC X(11) VALUE 'FUNDIDO NO '.           00027572
           05  WS16-MSG-COD    PIC ZZZZZZ9.                             00027573
           05  FILLER          PIC X(01) VALUE SPACES.                  00027574
           05  WS16-MSG-NOME   PIC X(20).                               00027575
           05  FILLER          PIC X(15) VALUE ' - PF4 CONSULTA'.       00027576
                                                                        00027577
       01  WS12-CID-REG.                                                00027580
           05  WS12-CID-CHAVE.                                          00027590
               10  WS12-CID-ESTADO PIC X(02) VALUE SPACES.              00027600
               10  WS12-CID-NOME   PIC X(20) VALUE SPACES.              00027610
                                                                        00027620
       77  WS12-CID-TAM        PIC S9(04) COMP VALUE +22.               00027630
                                                                        00027730
       01  WS17-CEP-REG.                                                00027830
           05  WS17-CEP-CHAVE      PIC X(08) VALUE SPACES.              00027930
           05  WS17-CEP-LOGRAD     PIC X(40) VALUE SPACES.              00028030
           05  WS17-CEP-BAIRRO     PIC X(30) VALUE SPACES.              00028130
           05  WS17-CEP-CIDADE     PIC X(20) VALUE SPACES.              00028230
           05  WS17-CEP-UF         PIC X(02) VALUE SPACES.              00028330
                                                                        00028430
       77  WS17-CEP-TAM        PIC S9(04) COMP VALUE +100.              00028530
                                                                        00028630
       01  WS18-XCTL-ORA015.                                            00028730
           05  WS18-XCTL-FLAG      PIC X(01) VALUE 'X'.                 00028830
           05  WS18-XCTL-CODIGO    PIC S9(07) COMP-3 VALUE ZEROS.       00028930
                                                                        00029030
       77  WS18-XCTL-TAM       PIC S9(04) COMP VALUE +5.                00029130
                                                                        00029230
045900 01  TAB-MSG.                                                     00025000
046000     03  FILLER      PIC X(60)       VALUE                        00026000
046100     '                   CONSULTA EFETUADA                     '. 00027000
           '    OPERADOR SEM PERFIL CADASTRADO. CONTATE O SUPERVISOR  '.00045990
           03  FILLER      PIC X(60)       VALUE                        00045992
           '          FUNCAO NAO AUTORIZADA PARA O SEU PERFIL         '.00045994
           03  FILLER      PIC X(60)       VALUE                        00046094
           '    CEP PERTENCE A OUTRO ESTADO. CONFIRA CEP E ESTADO     '.00046194
           03  FILLER      PIC X(60)       VALUE                        00046294
           '    CEP PERTENCE A OUTRA CIDADE. CONFIRA CEP E CIDADE     '.00046394
           03  FILLER      PIC X(60)       VALUE                        00046494
           '         CEP NAO ENCONTRADO NO DIRETORIO DE CEPS          '.00046594
           03  FILLER      PIC X(60)       VALUE                        00046694
           '   ENDERECO PREENCHIDO PELO CEP. COMPLETE E CONFIRME      '.00046794
           03  FILLER      PIC X(60)       VALUE                        00046894
           '  INFORME O CODIGO DO CLIENTE PARA VER OS SEUS ENDERECOS  '.00046994
046300                                                                  00045000
046400 01  TAB-MSG-RED     REDEFINES  TAB-MSG.                          00046000
046500     03  TAB-MENS    OCCURS  29                                   00047000
046600                     PIC X(60).                                   00048000
                                                                        00049000
           COPY ORAO02.                                                 00050000
           EXEC SQL INCLUDE CLIENTEH END-EXEC.                          00055100
                                                                        00055120
           EXEC SQL INCLUDE OPERPROF END-EXEC.                          00055140
                                                                        00055146
           EXEC SQL INCLUDE ACESNEG END-EXEC.                           00055152
                                                                        00055160
           EXEC SQL INCLUDE CLIFUSAO END-EXEC.                          00055180
                                                                        00055200
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00056000
                                                                        00057000
                                           IF  EIBAID EQUAL DFHPF10     00095400
                                             PERFORM 550-00-REATIVACAO  00095500
                                           ELSE                         00095600
                                             IF  EIBAID EQUAL DFHPF11   00095833
                                               PERFORM 270-00-BUSCA-CEP 00096066
                                             ELSE                       00096299
                                              IF  EIBAID EQUAL DFHPF12  00096357
                                               PERFORM 280-00-ENDERECOS 00096415
                                              ELSE                      00096473
                                               MOVE TAB-MENS(8)         00096532
                                                    TO ERRMSGO.         00096765
                                                                        00097000
       100-10-ENVIA-TELA.                                               00098000
                                                                        00099000
           ELSE                                                         00117880
               MOVE TAB-MENS(24) TO ERRMSGO.                            00117890
                                                                        00117900
           PERFORM 065-00-REGISTRA-NEGACAO THRU 065-99-EXIT.            00117903
                                                                        00117906
       060-99-EXIT.                                                     00117910
           EXIT.                                                        00117920
           EJECT                                                        00117930
      ****************************************************************  00117932
      *       REGISTRA A FUNCAO NEGADA NO LOG DE ACESSOS (TABELA     *  00117934
      *       ACESSO_NEGADO) COM OPERADOR, TERMINAL, TRANSACAO E     *  00117936
      *       DATA-HORA, PARA A REVISAO DE ACESSOS (ORB025).         *  00117938
      *       CHAMADA COM WS16-FUNCAO-NEGADA JA POVOADO. ERRO NA     *  00117940
      *       GRAVACAO NAO ALTERA A MENSAGEM DA TELA                 *  00117942
      ****************************************************************  00117944
       065-00-REGISTRA-NEGACAO SECTION.                                 00117946
                                                                        00117948
           EXEC CICS ASSIGN USERID(NEG-OPERADOR)                        00117950
           END-EXEC.                                                    00117952
                                                                        00117954
           MOVE EIBTRMID           TO NEG-TERMINAL.                     00117956
           MOVE EIBTRNID           TO NEG-TRANSACAO.                    00117958
           MOVE 'ORA001'           TO NEG-PROGRAMA.                     00117960
           MOVE WS16-FUNCAO-NEGADA TO NEG-FUNCAO.                       00117962
                                                                        00117964
           IF  WS15-SEM-PERFIL                                          00117966
               MOVE 'S' TO NEG-MOTIVO                                   00117968
           ELSE                                                         00117970
               MOVE 'N' TO NEG-MOTIVO.                                  00117972
                                                                        00117974
           EXEC SQL INSERT INTO ACESSO_NEGADO                           00117976
                     (NEG_OPERADOR, NEG_TERMINAL, NEG_TRANSACAO,       X00117978
                      NEG_PROGRAMA, NEG_FUNCAO, NEG_MOTIVO,            X00117980
                      NEG_DATA_HORA)                                    00117982
                VALUES (:NEG-OPERADOR, :NEG-TERMINAL, :NEG-TRANSACAO,  X00117984
                        :NEG-PROGRAMA, :NEG-FUNCAO, :NEG-MOTIVO,       X00117986
                        CURRENT TIMESTAMP)                              00117988
           END-EXEC.                                                    00117990
                                                                        00117992
       065-99-EXIT.                                                     00117994
           EXIT.                                                        00117996
           EJECT                                                        00117998
131000****************************************************************  00118000
131100*       ROTINA DE CONSULTA                                     *  00119000
131200****************************************************************  00120000
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00122100
                                                                        00122110
           IF  NOT WS15-PODE-CONSULTAR                                  00122120
               MOVE 'CONSULTA' TO WS16-FUNCAO-NEGADA                    00122125
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00122130
               GO TO 200-99-EXIT.                                       00122140
                                                                        00122200
               MOVE CODIGO-CLI   TO CODIGOO                             00146000
               MOVE SPACES       TO NOMEESTO                            00147000
               IF  SQLCODE  EQUAL  +100                                 00148000
                   PERFORM 220-00-BUSCA-FUSAO THRU 220-99-EXIT          00149000
                   GO  TO  200-99-EXIT                                  00150000
               ELSE                                                     00151000
                   MOVE '200-00-CONSULTA'  TO WS10-SECAO-ATUAL          00152500
       210-99-EXIT.                                                     00177060
           EXIT.                                                        00177065
           EJECT                                                        00177070
      ****************************************************************  00330600
      *       CODIGO NAO ENCONTRADO: SE ELE SAIU NUMA FUSAO, MOSTRA  *  00330700
      *       O CLIENTE SOBREVIVENTE E JA DEIXA O CODIGO DELE NA     *  00330800
      *       TELA PARA O OPERADOR CONSULTAR COM PF4                 *  00330900
      ****************************************************************  00331000
       220-00-BUSCA-FUSAO SECTION.                                      00331100
                                                                        00331200
           MOVE CODIGO-CLI TO FUS-CODIGO-SAI.                           00331300
                                                                        00331400
           EXEC SQL SELECT F.FUSAO_CODIGO_FICA,                         00331500
                           C.NOME                                       00331600
                    INTO   :FUS-CODIGO-FICA,                            00331700
                           :NOME-CLI                                    00331800
                    FROM   CLIENTE_FUSAO F,                             00331900
                           CLIENTE       C                              00332000
                    WHERE  F.FUSAO_CODIGO_SAI = :FUS-CODIGO-SAI         00332100
                      AND  C.CODIGO           = F.FUSAO_CODIGO_FICA     00332200
           END-EXEC.                                                    00332300
                                                                        00332400
           IF  SQLCODE  EQUAL  +100                                     00332500
               MOVE TAB-MENS(05) TO ERRMSGO                             00332600
               GO  TO  220-99-EXIT.                                     00332700
                                                                        00332800
           IF  SQLCODE  NOT EQUAL  ZEROS                                00332900
               MOVE '220-00-BUSCA-FUSAO' TO WS10-SECAO-ATUAL            00333000
               PERFORM 260-00-TRATA-SQLCODE THRU 260-99-EXIT            00333100
               GO  TO  220-99-EXIT.                                     00333200
                                                                        00333300
           MOVE FUS-CODIGO-FICA TO WS16-MSG-COD.                        00333400
           MOVE NOME-CLI        TO WS16-MSG-NOME.                       00333500
           MOVE WS16-MSG-FUSAO  TO ERRMSGO.                             00333600
           MOVE FUS-CODIGO-FICA TO CODIGOO.                             00333700
                                                                        00333800
       220-99-EXIT.                                                     00333900
           EXIT.                                                        00334000
           EJECT                                                        00334100
131000****************************************************************  00177100
131100*       VALIDACAO DOS CAMPOS DIGITADOS ANTES DO INSERT/UPDATE  *  00177200
131200*       DEIXA ERRMSGO MONTADO E WS07-CAMPOS-ERRO LIGADO EM     *  00177300
                          RIDFLD(WS12-CID-CHAVE)                        00180210
           END-EXEC.                                                    00180220
                                                                        00180230
           PERFORM 255-00-CONFERE-CEP THRU 255-99-EXIT.                 00180233
                                                                        00180236
           GO TO 250-99-EXIT.                                           00180240
                                                                        00180250
       250-20-ESTADO-INVALIDO.                                          00180400
       250-99-EXIT.                                                     00180900
           EXIT.                                                        00181000
           EJECT                                                        00181100
      ****************************************************************  00334200
      *       CONFERE O CEP DIGITADO CONTRA O DIRETORIO DE CEPS:     *  00334300
      *       UF E CIDADE TEM QUE BATER COM OS DA TELA. CEP FORA DO  *  00334400
      *       DIRETORIO NAO E CRITICADO                              *  00334500
      ****************************************************************  00334600
       255-00-CONFERE-CEP SECTION.                                      00334700
                                                                        00334800
           EXEC CICS HANDLE CONDITION                                   00334900
                     NOTFND (255-99-EXIT)                               00335000
           END-EXEC.                                                    00335100
                                                                        00335200
           MOVE  CEPI  TO  WS17-CEP-CHAVE.                              00335300
                                                                        00335400
           EXEC CICS READ DATASET('OR04FILE')                           00335500
                          INTO(WS17-CEP-REG)                            00335600
                          LENGTH(WS17-CEP-TAM)                          00335700
                          RIDFLD(WS17-CEP-CHAVE)                        00335800
           END-EXEC.                                                    00335900
                                                                        00336000
           IF  WS17-CEP-UF  NOT EQUAL  ESTADOI                          00336100
               MOVE TAB-MENS(25) TO ERRMSGO                             00336200
               MOVE 'N'          TO WS07-CAMPOS-SW                      00336300
               GO TO 255-99-EXIT.                                       00336400
                                                                        00336500
           IF  WS17-CEP-CIDADE  NOT EQUAL  CIDADEI                      00336600
               MOVE TAB-MENS(26) TO ERRMSGO                             00336700
               MOVE 'N'          TO WS07-CAMPOS-SW.                     00336800
                                                                        00336900
       255-99-EXIT.                                                     00337000
           EXIT.                                                        00337100
           EJECT                                                        00337200
      ****************************************************************  00181120
      **       TRADUZ O SQLCODE DE UM ACESSO A TABELA CLIENTE PARA   *  00181140
      **       UMA MENSAGEM ESPECIFICA. CHAMADA COM WS10-SECAO-ATUAL *  00181160
       265-99-EXIT.                                                     00181780
           EXIT.                                                        00181800
           EJECT                                                        00181820
      ****************************************************************  00337300
      *       PREENCHE ENDERECO, CIDADE E ESTADO PELO DIRETORIO DE   *  00337400
      *       CEPS (OR04FILE). NADA E GRAVADO: O OPERADOR COMPLETA   *  00337500
      *       O NUMERO E CONFIRMA COM PF5 (INCLUSAO) OU PF6          *  00337600
      ****************************************************************  00337700
       270-00-BUSCA-CEP SECTION.                                        00337800
                                                                        00337900
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00338000
                                                                        00338100
           IF  NOT WS15-PODE-CONSULTAR                                  00338200
               MOVE 'BUSCA-CEP' TO WS16-FUNCAO-NEGADA                   00338300
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00338400
               GO TO 270-99-EXIT.                                       00338500
                                                                        00338600
           IF  CEPI  NOT NUMERIC  OR  CEPI  EQUAL  ZEROS                00338700
               MOVE TAB-MENS(12) TO ERRMSGO                             00338800
               GO TO 270-99-EXIT.                                       00338900
                                                                        00339000
           EXEC CICS HANDLE CONDITION                                   00339100
                     NOTFND (270-20-CEP-NAO-ENCONTRADO)                 00339200
           END-EXEC.                                                    00339300
                                                                        00339400
           MOVE  CEPI  TO  WS17-CEP-CHAVE.                              00339500
                                                                        00339600
           EXEC CICS READ DATASET('OR04FILE')                           00339700
                          INTO(WS17-CEP-REG)                            00339800
                          LENGTH(WS17-CEP-TAM)                          00339900
                          RIDFLD(WS17-CEP-CHAVE)                        00340000
           END-EXEC.                                                    00340100
                                                                        00340200
           MOVE WS17-CEP-LOGRAD TO ENDERECO.                            00340300
           MOVE WS17-CEP-CIDADE TO CIDADEO.                             00340400
           MOVE WS17-CEP-UF     TO ESTADOO.                             00340500
           MOVE TAB-MENS(28)    TO ERRMSGO.                             00340600
                                                                        00340700
           EXEC CICS HANDLE CONDITION                                   00340800
                     NOTFND (270-30-ESTADO-NAO-ENCONTRADO)              00340900
           END-EXEC.                                                    00341000
                                                                        00341100
           MOVE  WS17-CEP-UF  TO  WS01-SIGLA.                           00341200
                                                                        00341300
           EXEC CICS READ DATASET('OR02FILE')                           00341400
                          INTO(WS01-REG)                                00341500
                          LENGTH(WS00-TAM)                              00341600
                          RIDFLD(WS01-SIGLA)                            00341700
           END-EXEC.                                                    00341800
                                                                        00341900
           MOVE  WS01-NOME-EST  TO  NOMEESTO.                           00342000
                                                                        00342100
           GO TO 270-99-EXIT.                                           00342200
                                                                        00342300
       270-20-CEP-NAO-ENCONTRADO.                                       00342400
                                                                        00342500
           MOVE TAB-MENS(27) TO ERRMSGO.                                00342600
                                                                        00342700
           GO TO 270-99-EXIT.                                           00342800
                                                                        00342900
       270-30-ESTADO-NAO-ENCONTRADO.                                    00343000
                                                                        00343100
           MOVE SPACES TO NOMEESTO.                                     00343200
                                                                        00343300
       270-99-EXIT.                                                     00343400
           EXIT.                                                        00343500
           EJECT                                                        00343600
      ****************************************************************  00343700
      *       CHAMA A TELA DE ENDERECOS DE COBRANCA E ENTREGA        *  00343800
      *       (ORA015) PARA O CODIGO DIGITADO. O ORA015 VOLTA PARA   *  00343900
      *       ESTA TELA COM PF3                                      *  00344000
      ****************************************************************  00344100
       280-00-ENDERECOS SECTION.                                        00344200
                                                                        00344300
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00344400
                                                                        00344500
           IF  NOT WS15-PODE-CONSULTAR                                  00344600
               MOVE 'ENDERECOS' TO WS16-FUNCAO-NEGADA                   00344700
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00344800
               GO TO 280-99-EXIT.                                       00344900
                                                                        00345000
           IF  CODIGOI  NOT NUMERIC  OR  CODIGOI  EQUAL  ZEROS          00345100
               MOVE TAB-MENS(29) TO ERRMSGO                             00345200
               GO TO 280-99-EXIT.                                       00345300
                                                                        00345400
           MOVE CODIGOI     TO WS00-CODIGO.                             00345500
           MOVE WS00-CODIGO TO WS18-XCTL-CODIGO.                        00345600
                                                                        00345700
           EXEC CICS XCTL PROGRAM('ORA015')                             00345800
                          COMMAREA(WS18-XCTL-ORA015)                    00345900
                          LENGTH(WS18-XCTL-TAM)                         00346000
           END-EXEC.                                                    00346100
                                                                        00346200
       280-99-EXIT.                                                     00346300
           EXIT.                                                        00346400
           EJECT                                                        00346500
131000****************************************************************  00181200
131100*       ROTINA DE INCLUSAO                                     *  00181300
131200****************************************************************  00181400
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00181700
                                                                        00181710
           IF  NOT WS15-PODE-ATUALIZAR                                  00181720
               MOVE 'INCLUSAO' TO WS16-FUNCAO-NEGADA                    00181725
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00181730
               GO TO 300-99-EXIT.                                       00181740
                                                                        00181800
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00214100
                                                                        00214110
           IF  NOT WS15-PODE-ATUALIZAR                                  00214120
               MOVE 'ALTERACAO' TO WS16-FUNCAO-NEGADA                   00214125
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00214130
               GO TO 400-99-EXIT.                                       00214140
                                                                        00214200
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00281100
                                                                        00281110
           IF  NOT WS15-PODE-SITUACAO                                   00281120
               MOVE 'INATIVACAO' TO WS16-FUNCAO-NEGADA                  00281125
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00281130
               GO TO 500-99-EXIT.                                       00281140
                                                                        00281200
       550-00-REATIVACAO SECTION.                                       00302005
                                                                        00302006
           MOVE '1' TO WS03-COMMAREA-FLAG.                              00302007
           IF  NOT WS15-PODE-SITUACAO                                   00302008
               MOVE 'REATIVACAO' TO WS16-FUNCAO-NEGADA                  00302009
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00302010
               GO TO 550-99-EXIT.                                       00302011
                                                                        00302012
                                                                        00305910
           IF  NOT WS15-PODE-CONSULTAR                                  00305920
               MOVE '1' TO WS03-COMMAREA-FLAG                           00305930
               MOVE 'BROWSE' TO WS16-FUNCAO-NEGADA                      00305935
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00305940
               GO TO 800-99-EXIT.                                       00305950
                                                                        00306000
                                                                        00324310
           IF  NOT WS15-PODE-CONSULTAR                                  00324320
               MOVE '1' TO WS03-COMMAREA-FLAG                           00324330
               MOVE 'BUSCA-NOME' TO WS16-FUNCAO-NEGADA                  00324335
               PERFORM 060-00-NEGA-FUNCAO THRU 060-99-EXIT              00324340
               GO TO 840-99-EXIT.                                       00324350
                                                                        00324400
