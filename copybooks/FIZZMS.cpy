      *****************************************************
      * FIZZMS - symbolic map for the FIZZMS mapset (map
      * FIZZMAP), the FZIQ online results inquiry screen.
      * Laid out exactly as the BMS assembly of fizzms.bms
      * generates it - change the two together. FIZZMAPI
      * is the input view (length, flag/attribute and data
      * for each named field), FIZZMAPO the output view.
      *****************************************************
       01 FIZZMAPI.
           02 FILLER                  PIC X(12).
           02 IVALL                   PIC S9(4) COMP.
           02 IVALF                   PIC X(1).
           02 FILLER REDEFINES IVALF.
               03 IVALA               PIC X(1).
           02 IVALI                   PIC X(9).
           02 LABELL                  PIC S9(4) COMP.
           02 LABELF                  PIC X(1).
           02 FILLER REDEFINES LABELF.
               03 LABELA              PIC X(1).
           02 LABELI                  PIC X(20).
           02 FIZZL                   PIC S9(4) COMP.
           02 FIZZF                   PIC X(1).
           02 FILLER REDEFINES FIZZF.
               03 FIZZA               PIC X(1).
           02 FIZZI                   PIC X(1).
           02 BUZZL                   PIC S9(4) COMP.
           02 BUZZF                   PIC X(1).
           02 FILLER REDEFINES BUZZF.
               03 BUZZA               PIC X(1).
           02 BUZZI                   PIC X(1).
           02 OVRDL                   PIC S9(4) COMP.
           02 OVRDF                   PIC X(1).
           02 FILLER REDEFINES OVRDF.
               03 OVRDA               PIC X(1).
           02 OVRDI                   PIC X(5).
           02 OVRLBLL                 PIC S9(4) COMP.
           02 OVRLBLF                 PIC X(1).
           02 FILLER REDEFINES OVRLBLF.
               03 OVRLBLA             PIC X(1).
           02 OVRLBLI                 PIC X(20).
           02 RUNDTL                  PIC S9(4) COMP.
           02 RUNDTF                  PIC X(1).
           02 FILLER REDEFINES RUNDTF.
               03 RUNDTA              PIC X(1).
           02 RUNDTI                  PIC X(8).
           02 RULEVERL                PIC S9(4) COMP.
           02 RULEVERF                PIC X(1).
           02 FILLER REDEFINES RULEVERF.
               03 RULEVERA            PIC X(1).
           02 RULEVERI                PIC X(8).
           02 MSGL                    PIC S9(4) COMP.
           02 MSGF                    PIC X(1).
           02 FILLER REDEFINES MSGF.
               03 MSGA                PIC X(1).
           02 MSGI                    PIC X(78).
       01 FIZZMAPO REDEFINES FIZZMAPI.
           02 FILLER                  PIC X(12).
           02 FILLER                  PIC X(3).
           02 IVALO                   PIC X(9).
           02 FILLER                  PIC X(3).
           02 LABELO                  PIC X(20).
           02 FILLER                  PIC X(3).
           02 FIZZO                   PIC X(1).
           02 FILLER                  PIC X(3).
           02 BUZZO                   PIC X(1).
           02 FILLER                  PIC X(3).
           02 OVRDO                   PIC X(5).
           02 FILLER                  PIC X(3).
           02 OVRLBLO                 PIC X(20).
           02 FILLER                  PIC X(3).
           02 RUNDTO                  PIC X(8).
           02 FILLER                  PIC X(3).
           02 RULEVERO                PIC X(8).
           02 FILLER                  PIC X(3).
           02 MSGO                    PIC X(78).
