      *>  -------------------------------------------------------------- 00000100
      *> SYMBOLIC MAP FOR MAPSET ORA014 / MAP MAPA07                     00000200
      *> GENERATED FROM ORA014.BMS -- KEEP IN STEP WITH THAT SOURCE      00000300
      *>  -------------------------------------------------------------- 00000400
       01  MAPA07I.                                                      00000500
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
           02 CORSITL                   COMP PIC S9(4).                  00001700
           02 CORSITF                   PICTURE X.                       00001800
           02 FILLER REDEFINES CORSITF.                                  00001900
              03 CORSITA                PICTURE X.                       00002000
           02 CORSITI                   PIC X(01).                       00002100
           02 CORDATL                   COMP PIC S9(4).                  00002200
           02 CORDATF                   PICTURE X.                       00002300
           02 FILLER REDEFINES CORDATF.                                  00002400
              03 CORDATA                PICTURE X.                       00002500
           02 CORDATI                   PIC X(10).                       00002600
           02 CORORIL                   COMP PIC S9(4).                  00002700
           02 CORORIF                   PICTURE X.                       00002800
           02 FILLER REDEFINES CORORIF.                                  00002900
              03 CORORIA                PICTURE X.                       00003000
           02 CORORII                   PIC X(01).                       00003100
           02 COROPEL                   COMP PIC S9(4).                  00003200
           02 COROPEF                   PICTURE X.                       00003300
           02 FILLER REDEFINES COROPEF.                                  00003400
              03 COROPEA                PICTURE X.                       00003500
           02 COROPEI                   PIC X(08).                       00003600
           02 CORALTL                   COMP PIC S9(4).                  00003700
           02 CORALTF                   PICTURE X.                       00003800
           02 FILLER REDEFINES CORALTF.                                  00003900
              03 CORALTA                PICTURE X.                       00004000
           02 CORALTI                   PIC X(19).                       00004100
           02 EMLSITL                   COMP PIC S9(4).                  00004200
           02 EMLSITF                   PICTURE X.                       00004300
           02 FILLER REDEFINES EMLSITF.                                  00004400
              03 EMLSITA                PICTURE X.                       00004500
           02 EMLSITI                   PIC X(01).                       00004600
           02 EMLDATL                   COMP PIC S9(4).                  00004700
           02 EMLDATF                   PICTURE X.                       00004800
           02 FILLER REDEFINES EMLDATF.                                  00004900
              03 EMLDATA                PICTURE X.                       00005000
           02 EMLDATI                   PIC X(10).                       00005100
           02 EMLORIL                   COMP PIC S9(4).                  00005200
           02 EMLORIF                   PICTURE X.                       00005300
           02 FILLER REDEFINES EMLORIF.                                  00005400
              03 EMLORIA                PICTURE X.                       00005500
           02 EMLORII                   PIC X(01).                       00005600
           02 EMLOPEL                   COMP PIC S9(4).                  00005700
           02 EMLOPEF                   PICTURE X.                       00005800
           02 FILLER REDEFINES EMLOPEF.                                  00005900
              03 EMLOPEA                PICTURE X.                       00006000
           02 EMLOPEI                   PIC X(08).                       00006100
           02 EMLALTL                   COMP PIC S9(4).                  00006200
           02 EMLALTF                   PICTURE X.                       00006300
           02 FILLER REDEFINES EMLALTF.                                  00006400
              03 EMLALTA                PICTURE X.                       00006500
           02 EMLALTI                   PIC X(19).                       00006600
           02 ERRMSGL                   COMP PIC S9(4).                  00006700
           02 ERRMSGF                   PICTURE X.                       00006800
           02 FILLER REDEFINES ERRMSGF.                                  00006900
              03 ERRMSGA                PICTURE X.                       00007000
           02 ERRMSGI                   PIC X(60).                       00007100
      *>  -------------------------------------------------------------- 00007200
       01  MAPA07O REDEFINES MAPA07I.                                    00007300
           02 FILLER                    PIC X(12).                       00007400
           02 FILLER                    PIC X(03).                       00007500
           02 CODIGOO                   PIC X(07).                       00007600
           02 FILLER                    PIC X(03).                       00007700
           02 NOMEO                     PIC X(30).                       00007800
           02 FILLER                    PIC X(03).                       00007900
           02 CORSITO                   PIC X(01).                       00008000
           02 FILLER                    PIC X(03).                       00008100
           02 CORDATO                   PIC X(10).                       00008200
           02 FILLER                    PIC X(03).                       00008300
           02 CORORIO                   PIC X(01).                       00008400
           02 FILLER                    PIC X(03).                       00008500
           02 COROPEO                   PIC X(08).                       00008600
           02 FILLER                    PIC X(03).                       00008700
           02 CORALTO                   PIC X(19).                       00008800
           02 FILLER                    PIC X(03).                       00008900
           02 EMLSITO                   PIC X(01).                       00009000
           02 FILLER                    PIC X(03).                       00009100
           02 EMLDATO                   PIC X(10).                       00009200
           02 FILLER                    PIC X(03).                       00009300
           02 EMLORIO                   PIC X(01).                       00009400
           02 FILLER                    PIC X(03).                       00009500
           02 EMLOPEO                   PIC X(08).                       00009600
           02 FILLER                    PIC X(03).                       00009700
           02 EMLALTO                   PIC X(19).                       00009800
           02 FILLER                    PIC X(03).                       00009900
           02 ERRMSGO                   PIC X(60).                       00010000
           02 FILLER                    PIC X(03).                       00010100
