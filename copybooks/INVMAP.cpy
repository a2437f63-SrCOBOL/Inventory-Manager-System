           05  RETDSPO             PIC X(01).
           05  FILLER              PIC X(03).
           05  RETMSGO             PIC X(40).

      *----------------------------------------------------------------
      * MAP: INVKIT
      *----------------------------------------------------------------
       01  INVKITI.
           05  KITWONL             PIC S9(4) COMP.
           05  KITWONA             PIC X.
           05  KITWONI             PIC X(06).
           05  KITCODL             PIC S9(4) COMP.
           05  KITCODA             PIC X.
           05  KITCODI             PIC X(04).
           05  KITWHSL             PIC S9(4) COMP.
           05  KITWHSA             PIC X.
           05  KITWHSI             PIC X(04).
           05  KITQTYL             PIC S9(4) COMP.
           05  KITQTYA             PIC X.
           05  KITQTYI             PIC X(05).
           05  KITMODL             PIC S9(4) COMP.
           05  KITMODA             PIC X.
           05  KITMODI             PIC X(01).
           05  KITSTAL             PIC S9(4) COMP.
           05  KITSTAA             PIC X.
           05  KITSTAI             PIC X(01).
           05  KITACTL             PIC S9(4) COMP.
           05  KITACTA             PIC X.
           05  KITACTI             PIC X(01).
           05  KITMSGL             PIC S9(4) COMP.
           05  KITMSGA             PIC X.
           05  KITMSGI             PIC X(40).

       01  INVKITO REDEFINES INVKITI.
           05  FILLER              PIC X(03).
           05  KITWONO             PIC X(06).
           05  FILLER              PIC X(03).
           05  KITCODO             PIC X(04).
           05  FILLER              PIC X(03).
           05  KITWHSO             PIC X(04).
           05  FILLER              PIC X(03).
           05  KITQTYO             PIC X(05).
           05  FILLER              PIC X(03).
           05  KITMODO             PIC X(01).
           05  FILLER              PIC X(03).
           05  KITSTAO             PIC X(01).
           05  FILLER              PIC X(03).
           05  KITACTO             PIC X(01).
           05  FILLER              PIC X(03).
           05  KITMSGO             PIC X(40).

      *----------------------------------------------------------------
      * MAP: INVRPL
      *----------------------------------------------------------------
       01  INVRPLI.
           05  RPLNOL              PIC S9(4) COMP.
           05  RPLNOA              PIC X.
           05  RPLNOI              PIC X(07).
           05  RPLPRDL             PIC S9(4) COMP.
           05  RPLPRDA             PIC X.
           05  RPLPRDI             PIC X(04).
           05  RPLFRWL             PIC S9(4) COMP.
           05  RPLFRWA             PIC X.
           05  RPLFRWI             PIC X(04).
           05  RPLTOWL             PIC S9(4) COMP.
           05  RPLTOWA             PIC X.
           05  RPLTOWI             PIC X(04).
           05  RPLQTYL             PIC S9(4) COMP.
           05  RPLQTYA             PIC X.
           05  RPLQTYI             PIC X(05).
           05  RPLSTAL             PIC S9(4) COMP.
           05  RPLSTAA             PIC X.
           05  RPLSTAI             PIC X(01).
           05  RPLACTL             PIC S9(4) COMP.
           05  RPLACTA             PIC X.
           05  RPLACTI             PIC X(01).
           05  RPLMSGL             PIC S9(4) COMP.
           05  RPLMSGA             PIC X.
           05  RPLMSGI             PIC X(40).

       01  INVRPLO REDEFINES INVRPLI.
           05  FILLER              PIC X(03).
           05  RPLNOO              PIC X(07).
           05  FILLER              PIC X(03).
           05  RPLPRDO             PIC X(04).
           05  FILLER              PIC X(03).
           05  RPLFRWO             PIC X(04).
           05  FILLER              PIC X(03).
           05  RPLTOWO             PIC X(04).
           05  FILLER              PIC X(03).
           05  RPLQTYO             PIC X(05).
           05  FILLER              PIC X(03).
           05  RPLSTAO             PIC X(01).
           05  FILLER              PIC X(03).
           05  RPLACTO             PIC X(01).
           05  FILLER              PIC X(03).
           05  RPLMSGO             PIC X(40).

      *----------------------------------------------------------------
      * MAP: INVAPR
      *----------------------------------------------------------------
       01  INVAPRI.
           05  APR1L               PIC S9(4) COMP.
           05  APR1A               PIC X.
           05  APR1I               PIC X(70).
           05  APR2L               PIC S9(4) COMP.
           05  APR2A               PIC X.
           05  APR2I               PIC X(70).
           05  APR3L               PIC S9(4) COMP.
           05  APR3A               PIC X.
           05  APR3I               PIC X(70).
           05  APR4L               PIC S9(4) COMP.
           05  APR4A               PIC X.
           05  APR4I               PIC X(70).
           05  APR5L               PIC S9(4) COMP.
           05  APR5A               PIC X.
           05  APR5I               PIC X(70).
           05  APR6L               PIC S9(4) COMP.
           05  APR6A               PIC X.
           05  APR6I               PIC X(70).
           05  APRIDXL             PIC S9(4) COMP.
           05  APRIDXA             PIC X.
           05  APRIDXI             PIC X(07).
           05  APRACTL             PIC S9(4) COMP.
           05  APRACTA             PIC X.
           05  APRACTI             PIC X(01).
           05  APRMSGL             PIC S9(4) COMP.
           05  APRMSGA             PIC X.
           05  APRMSGI             PIC X(40).

       01  INVAPRO REDEFINES INVAPRI.
           05  FILLER              PIC X(03).
           05  APR1O               PIC X(70).
           05  FILLER              PIC X(03).
           05  APR2O               PIC X(70).
           05  FILLER              PIC X(03).
           05  APR3O               PIC X(70).
           05  FILLER              PIC X(03).
           05  APR4O               PIC X(70).
           05  FILLER              PIC X(03).
           05  APR5O               PIC X(70).
           05  FILLER              PIC X(03).
           05  APR6O               PIC X(70).
           05  FILLER              PIC X(03).
           05  APRIDXO             PIC X(07).
           05  FILLER              PIC X(03).
           05  APRACTO             PIC X(01).
           05  FILLER              PIC X(03).
           05  APRMSGO             PIC X(40).

      *----------------------------------------------------------------
      * MAP: INVINS
      *----------------------------------------------------------------
       01  INVINSI.
           05  INSIDXL             PIC S9(4) COMP.
           05  INSIDXA             PIC X.
           05  INSIDXI             PIC X(07).
           05  INSPRDL             PIC S9(4) COMP.
           05  INSPRDA             PIC X.
           05  INSPRDI             PIC X(04).
           05  INSWHSL             PIC S9(4) COMP.
           05  INSWHSA             PIC X.
           05  INSWHSI             PIC X(04).
           05  INSPONL             PIC S9(4) COMP.
           05  INSPONA             PIC X.
           05  INSPONI             PIC X(06).
           05  INSVNDL             PIC S9(4) COMP.
           05  INSVNDA             PIC X.
           05  INSVNDI             PIC X(04).
           05  INSRCVL             PIC S9(4) COMP.
           05  INSRCVA             PIC X.
           05  INSRCVI             PIC X(05).
           05  INSDTEL             PIC S9(4) COMP.
           05  INSDTEA             PIC X.
           05  INSDTEI             PIC X(10).
           05  INSLOTL             PIC S9(4) COMP.
           05  INSLOTA             PIC X.
           05  INSLOTI             PIC X(10).
           05  INSACCL             PIC S9(4) COMP.
           05  INSACCA             PIC X.
           05  INSACCI             PIC X(05).
           05  INSMSGL             PIC S9(4) COMP.
           05  INSMSGA             PIC X.
           05  INSMSGI             PIC X(40).

       01  INVINSO REDEFINES INVINSI.
           05  FILLER              PIC X(03).
           05  INSIDXO             PIC X(07).
           05  FILLER              PIC X(03).
           05  INSPRDO             PIC X(04).
           05  FILLER              PIC X(03).
           05  INSWHSO             PIC X(04).
           05  FILLER              PIC X(03).
           05  INSPONO             PIC X(06).
           05  FILLER              PIC X(03).
           05  INSVNDO             PIC X(04).
           05  FILLER              PIC X(03).
           05  INSRCVO             PIC X(05).
           05  FILLER              PIC X(03).
           05  INSDTEO             PIC X(10).
           05  FILLER              PIC X(03).
           05  INSLOTO             PIC X(10).
           05  FILLER              PIC X(03).
           05  INSACCO             PIC X(05).
           05  FILLER              PIC X(03).
           05  INSMSGO             PIC X(40).
