      *>  -------------------------------------------------------------- 00000100
      *> SYMBOLIC MAP FOR MAPSET ORA016 / MAP MAPA08                     00000200
      *> GENERATED FROM ORA016.BMS -- KEEP IN STEP WITH THAT SOURCE      00000300
      *>  -------------------------------------------------------------- 00000400
       01  MAPA08I.                                                      00000500
           02 FILLER                    PIC X(12).                       00000600
           02 CODIGOL                   COMP PIC S9(4).                  00000700
           02 CODIGOF                   PICTURE X.                       00000800
           02 FILLER REDEFINES CODIGOF.                                  00000900
              03 CODIGOA                PICTURE X.                       00001000
           02 CODIGOI                   PIC X(07).                       00001100
           02 NOMEL                     COMP PIC S9(4).                  00001200
           02 NOMEF                     PICTURE X.                       00001300
           02 FILLER REDEFINES NOMEF.                                    00001400
              03 NOMEA                  PICTURE X.                       00001500
           02 NOMEI                     PIC X(30).                       00001600
           02 PRIENDL                   COMP PIC S9(4).                  00001700
           02 PRIENDF                   PICTURE X.                       00001800
           02 FILLER REDEFINES PRIENDF.                                  00001900
              03 PRIENDA                PICTURE X.                       00002000
           02 PRIENDI                   PIC X(30).                       00002100
           02 PRICIDL                   COMP PIC S9(4).                  00002200
           02 PRICIDF                   PICTURE X.                       00002300
           02 FILLER REDEFINES PRICIDF.                                  00002400
              03 PRICIDA                PICTURE X.                       00002500
           02 PRICIDI                   PIC X(20).                       00002600
           02 PRIESTL                   COMP PIC S9(4).                  00002700
           02 PRIESTF                   PICTURE X.                       00002800
           02 FILLER REDEFINES PRIESTF.                                  00002900
              03 PRIESTA                PICTURE X.                       00003000
           02 PRIESTI                   PIC X(02).                       00003100
           02 PRICEPL                   COMP PIC S9(4).                  00003200
           02 PRICEPF                   PICTURE X.                       00003300
           02 FILLER REDEFINES PRICEPF.                                  00003400
              03 PRICEPA                PICTURE X.                       00003500
           02 PRICEPI                   PIC X(08).                       00003600
           02 PRIINVL                   COMP PIC S9(4).                  00003700
           02 PRIINVF                   PICTURE X.                       00003800
           02 FILLER REDEFINES PRIINVF.                                  00003900
              03 PRIINVA                PICTURE X.                       00004000
           02 PRIINVI                   PIC X(01).                       00004100
           02 COBENDL                   COMP PIC S9(4).                  00004200
           02 COBENDF                   PICTURE X.                       00004300
           02 FILLER REDEFINES COBENDF.                                  00004400
              03 COBENDA                PICTURE X.                       00004500
           02 COBENDI                   PIC X(30).                       00004600
           02 COBCIDL                   COMP PIC S9(4).                  00004700
           02 COBCIDF                   PICTURE X.                       00004800
           02 FILLER REDEFINES COBCIDF.                                  00004900
              03 COBCIDA                PICTURE X.                       00005000
           02 COBCIDI                   PIC X(20).                       00005100
           02 COBESTL                   COMP PIC S9(4).                  00005200
           02 COBESTF                   PICTURE X.                       00005300
           02 FILLER REDEFINES COBESTF.                                  00005400
              03 COBESTA                PICTURE X.                       00005500
           02 COBESTI                   PIC X(02).                       00005600
           02 COBCEPL                   COMP PIC S9(4).                  00005700
           02 COBCEPF                   PICTURE X.                       00005800
           02 FILLER REDEFINES COBCEPF.                                  00005900
              03 COBCEPA                PICTURE X.                       00006000
           02 COBCEPI                   PIC X(08).                       00006100
           02 COBINVL                   COMP PIC S9(4).                  00006200
           02 COBINVF                   PICTURE X.                       00006300
           02 FILLER REDEFINES COBINVF.                                  00006400
              03 COBINVA                PICTURE X.                       00006500
           02 COBINVI                   PIC X(01).                       00006600
           02 ENTENDL                   COMP PIC S9(4).                  00006700
           02 ENTENDF                   PICTURE X.                       00006800
           02 FILLER REDEFINES ENTENDF.                                  00006900
              03 ENTENDA                PICTURE X.                       00007000
           02 ENTENDI                   PIC X(30).                       00007100
           02 ENTCIDL                   COMP PIC S9(4).                  00007200
           02 ENTCIDF                   PICTURE X.                       00007300
           02 FILLER REDEFINES ENTCIDF.                                  00007400
              03 ENTCIDA                PICTURE X.                       00007500
           02 ENTCIDI                   PIC X(20).                       00007600
           02 ENTESTL                   COMP PIC S9(4).                  00007700
           02 ENTESTF                   PICTURE X.                       00007800
           02 FILLER REDEFINES ENTESTF.                                  00007900
              03 ENTESTA                PICTURE X.                       00008000
           02 ENTESTI                   PIC X(02).                       00008100
           02 ENTCEPL                   COMP PIC S9(4).                  00008200
           02 ENTCEPF                   PICTURE X.                       00008300
           02 FILLER REDEFINES ENTCEPF.                                  00008400
              03 ENTCEPA                PICTURE X.                       00008500
           02 ENTCEPI                   PIC X(08).                       00008600
           02 ENTINVL                   COMP PIC S9(4).                  00008700
           02 ENTINVF                   PICTURE X.                       00008800
           02 FILLER REDEFINES ENTINVF.                                  00008900
              03 ENTINVA                PICTURE X.                       00009000
           02 ENTINVI                   PIC X(01).                       00009100
           02 DATAULTL                  COMP PIC S9(4).                  00009200
           02 DATAULTF                  PICTURE X.                       00009300
           02 FILLER REDEFINES DATAULTF.                                 00009400
              03 DATAULTA               PICTURE X.                       00009500
           02 DATAULTI                  PIC X(26).                       00009600
           02 ERRMSGL                   COMP PIC S9(4).                  00009700
           02 ERRMSGF                   PICTURE X.                       00009800
           02 FILLER REDEFINES ERRMSGF.                                  00009900
              03 ERRMSGA                PICTURE X.                       00010000
           02 ERRMSGI                   PIC X(60).                       00010100
      *>  -------------------------------------------------------------- 00010200
       01  MAPA08O REDEFINES MAPA08I.                                    00010300
           02 FILLER                    PIC X(12).                       00010400
           02 FILLER                    PIC X(03).                       00010500
           02 CODIGOO                   PIC X(07).                       00010600
           02 FILLER                    PIC X(03).                       00010700
           02 NOMEO                     PIC X(30).                       00010800
           02 FILLER                    PIC X(03).                       00010900
           02 PRIENDO                   PIC X(30).                       00011000
           02 FILLER                    PIC X(03).                       00011100
           02 PRICIDO                   PIC X(20).                       00011200
           02 FILLER                    PIC X(03).                       00011300
           02 PRIESTO                   PIC X(02).                       00011400
           02 FILLER                    PIC X(03).                       00011500
           02 PRICEPO                   PIC X(08).                       00011600
           02 FILLER                    PIC X(03).                       00011700
           02 PRIINVO                   PIC X(01).                       00011800
           02 FILLER                    PIC X(03).                       00011900
           02 COBENDO                   PIC X(30).                       00012000
           02 FILLER                    PIC X(03).                       00012100
           02 COBCIDO                   PIC X(20).                       00012200
           02 FILLER                    PIC X(03).                       00012300
           02 COBESTO                   PIC X(02).                       00012400
           02 FILLER                    PIC X(03).                       00012500
           02 COBCEPO                   PIC X(08).                       00012600
           02 FILLER                    PIC X(03).                       00012700
           02 COBINVO                   PIC X(01).                       00012800
           02 FILLER                    PIC X(03).                       00012900
           02 ENTENDO                   PIC X(30).                       00013000
           02 FILLER                    PIC X(03).                       00013100
           02 ENTCIDO                   PIC X(20).                       00013200
           02 FILLER                    PIC X(03).                       00013300
           02 ENTESTO                   PIC X(02).                       00013400
           02 FILLER                    PIC X(03).                       00013500
           02 ENTCEPO                   PIC X(08).                       00013600
           02 FILLER                    PIC X(03).                       00013700
           02 ENTINVO                   PIC X(01).                       00013800
           02 FILLER                    PIC X(03).                       00013900
           02 DATAULTO                  PIC X(26).                       00014000
           02 FILLER                    PIC X(03).                       00014100
           02 ERRMSGO                   PIC X(60).                       00014200
           02 FILLER                    PIC X(03).                       00014300
