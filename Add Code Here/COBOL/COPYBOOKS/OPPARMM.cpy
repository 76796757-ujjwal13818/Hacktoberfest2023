*> OPPARMM - symbolic map copybook generated from the OPPARMM
*> BMS mapset (OPPARMM.bms). Checked in alongside the mapset so
*> the OPPARM transaction does not depend on a BMS assemble step.
 01  OPPARMI.
     02  FILLER                PIC X(12).
     02  FUNCL                 PIC S9(4) COMP.
     02  FUNCF                 PIC X.
     02  FILLER REDEFINES FUNCF.
         03  FUNCA             PIC X.
     02  FUNCI                 PIC X(01).
     02  FTYPL                 PIC S9(4) COMP.
     02  FTYPF                 PIC X.
     02  FILLER REDEFINES FTYPF.
         03  FTYPA             PIC X.
     02  FTYPI                 PIC X(01).
     02  CODEL                 PIC S9(4) COMP.
     02  CODEF                 PIC X.
     02  FILLER REDEFINES CODEF.
         03  CODEA             PIC X.
     02  CODEI                 PIC X(06).
     02  ACTNL                 PIC S9(4) COMP.
     02  ACTNF                 PIC X.
     02  FILLER REDEFINES ACTNF.
         03  ACTNA             PIC X.
     02  ACTNI                 PIC X(01).
     02  BLOWL                 PIC S9(4) COMP.
     02  BLOWF                 PIC X.
     02  FILLER REDEFINES BLOWF.
         03  BLOWA             PIC X.
     02  BLOWI                 PIC X(08).
     02  BHIL                  PIC S9(4) COMP.
     02  BHIF                  PIC X.
     02  FILLER REDEFINES BHIF.
         03  BHIA              PIC X.
     02  BHII                  PIC X(08).
     02  BLBLL                 PIC S9(4) COMP.
     02  BLBLF                 PIC X.
     02  FILLER REDEFINES BLBLF.
         03  BLBLA             PIC X.
     02  BLBLI                 PIC X(12).
     02  BFRML                 PIC S9(4) COMP.
     02  BFRMF                 PIC X.
     02  FILLER REDEFINES BFRMF.
         03  BFRMA             PIC X.
     02  BFRMI                 PIC X(08).
     02  BTOL                  PIC S9(4) COMP.
     02  BTOF                  PIC X.
     02  FILLER REDEFINES BTOF.
         03  BTOA              PIC X.
     02  BTOI                  PIC X(08).
     02  NNWL                  PIC S9(4) COMP.
     02  NNWF                  PIC X.
     02  FILLER REDEFINES NNWF.
         03  NNWA              PIC X.
     02  NNWI                  PIC X(03).
     02  NNFL                  PIC S9(4) COMP.
     02  NNFF                  PIC X.
     02  FILLER REDEFINES NNFF.
         03  NNFA              PIC X.
     02  NNFI                  PIC X(03).
     02  RJWL                  PIC S9(4) COMP.
     02  RJWF                  PIC X.
     02  FILLER REDEFINES RJWF.
         03  RJWA              PIC X.
     02  RJWI                  PIC X(03).
     02  RJFL                  PIC S9(4) COMP.
     02  RJFF                  PIC X.
     02  FILLER REDEFINES RJFF.
         03  RJFA              PIC X.
     02  RJFI                  PIC X(03).
     02  UBWL                  PIC S9(4) COMP.
     02  UBWF                  PIC X.
     02  FILLER REDEFINES UBWF.
         03  UBWA              PIC X.
     02  UBWI                  PIC X(07).
     02  UBFL                  PIC S9(4) COMP.
     02  UBFF                  PIC X.
     02  FILLER REDEFINES UBFF.
         03  UBFA              PIC X.
     02  UBFI                  PIC X(07).
     02  RSNL                  PIC S9(4) COMP.
     02  RSNF                  PIC X.
     02  FILLER REDEFINES RSNF.
         03  RSNA              PIC X.
     02  RSNI                  PIC X(30).
     02  LIVEL                 PIC S9(4) COMP.
     02  LIVEF                 PIC X.
     02  FILLER REDEFINES LIVEF.
         03  LIVEA             PIC X.
     02  LIVEI                 PIC X(59).
     02  PENDL                 PIC S9(4) COMP.
     02  PENDF                 PIC X.
     02  FILLER REDEFINES PENDF.
         03  PENDA             PIC X.
     02  PENDI                 PIC X(59).
     02  LST1L                 PIC S9(4) COMP.
     02  LST1F                 PIC X.
     02  FILLER REDEFINES LST1F.
         03  LST1A             PIC X.
     02  LST1I                 PIC X(78).
     02  LST2L                 PIC S9(4) COMP.
     02  LST2F                 PIC X.
     02  FILLER REDEFINES LST2F.
         03  LST2A             PIC X.
     02  LST2I                 PIC X(78).
     02  LST3L                 PIC S9(4) COMP.
     02  LST3F                 PIC X.
     02  FILLER REDEFINES LST3F.
         03  LST3A             PIC X.
     02  LST3I                 PIC X(78).
     02  MSGLL                 PIC S9(4) COMP.
     02  MSGLF                 PIC X.
     02  FILLER REDEFINES MSGLF.
         03  MSGLA             PIC X.
     02  MSGLI                 PIC X(79).
 01  OPPARMO REDEFINES OPPARMI.
     02  FILLER                PIC X(12).
     02  FILLER                PIC X(03).
     02  FUNCO                 PIC X(01).
     02  FILLER                PIC X(03).
     02  FTYPO                 PIC X(01).
     02  FILLER                PIC X(03).
     02  CODEO                 PIC X(06).
     02  FILLER                PIC X(03).
     02  ACTNO                 PIC X(01).
     02  FILLER                PIC X(03).
     02  BLOWO                 PIC X(08).
     02  FILLER                PIC X(03).
     02  BHIO                  PIC X(08).
     02  FILLER                PIC X(03).
     02  BLBLO                 PIC X(12).
     02  FILLER                PIC X(03).
     02  BFRMO                 PIC X(08).
     02  FILLER                PIC X(03).
     02  BTOO                  PIC X(08).
     02  FILLER                PIC X(03).
     02  NNWO                  PIC X(03).
     02  FILLER                PIC X(03).
     02  NNFO                  PIC X(03).
     02  FILLER                PIC X(03).
     02  RJWO                  PIC X(03).
     02  FILLER                PIC X(03).
     02  RJFO                  PIC X(03).
     02  FILLER                PIC X(03).
     02  UBWO                  PIC X(07).
     02  FILLER                PIC X(03).
     02  UBFO                  PIC X(07).
     02  FILLER                PIC X(03).
     02  RSNO                  PIC X(30).
     02  FILLER                PIC X(03).
     02  LIVEO                 PIC X(59).
     02  FILLER                PIC X(03).
     02  PENDO                 PIC X(59).
     02  FILLER                PIC X(03).
     02  LST1O                 PIC X(78).
     02  FILLER                PIC X(03).
     02  LST2O                 PIC X(78).
     02  FILLER                PIC X(03).
     02  LST3O                 PIC X(78).
     02  FILLER                PIC X(03).
     02  MSGLO                 PIC X(79).
