           03 FILLER REDEFINES AMTF.
              05 AMTA           PIC X(01).
           03 AMTI              PIC X(16).
           03 REFL              PIC S9(4) COMP.
           03 REFF              PIC X(01).
           03 FILLER REDEFINES REFF.
              05 REFA           PIC X(01).
           03 REFI              PIC X(12).
           03 LN01L             PIC S9(4) COMP.
           03 LN01F             PIC X(01).
           03 FILLER REDEFINES LN01F.
              05 LN01A          PIC X(01).
           03 LN01I             PIC X(50).
           03 LN02L             PIC S9(4) COMP.
           03 LN02F             PIC X(01).
           03 FILLER REDEFINES LN02F.
              05 LN02A          PIC X(01).
           03 LN02I             PIC X(50).
           03 LN03L             PIC S9(4) COMP.
           03 LN03F             PIC X(01).
           03 FILLER REDEFINES LN03F.
              05 LN03A          PIC X(01).
           03 LN03I             PIC X(50).
           03 LN04L             PIC S9(4) COMP.
           03 LN04F             PIC X(01).
           03 FILLER REDEFINES LN04F.
              05 LN04A          PIC X(01).
           03 LN04I             PIC X(50).
           03 LN05L             PIC S9(4) COMP.
           03 LN05F             PIC X(01).
           03 FILLER REDEFINES LN05F.
              05 LN05A          PIC X(01).
           03 LN05I             PIC X(50).
           03 LN06L             PIC S9(4) COMP.
           03 LN06F             PIC X(01).
           03 FILLER REDEFINES LN06F.
              05 LN06A          PIC X(01).
           03 LN06I             PIC X(50).
           03 LN07L             PIC S9(4) COMP.
           03 LN07F             PIC X(01).
           03 FILLER REDEFINES LN07F.
              05 LN07A          PIC X(01).
           03 LN07I             PIC X(50).
           03 LN08L             PIC S9(4) COMP.
           03 LN08F             PIC X(01).
           03 FILLER REDEFINES LN08F.
              05 LN08A          PIC X(01).
           03 LN08I             PIC X(50).
           03 LN09L             PIC S9(4) COMP.
           03 LN09F             PIC X(01).
           03 FILLER REDEFINES LN09F.
              05 LN09A          PIC X(01).
           03 LN09I             PIC X(50).
           03 LN10L             PIC S9(4) COMP.
           03 LN10F             PIC X(01).
           03 FILLER REDEFINES LN10F.
              05 LN10A          PIC X(01).
           03 LN10I             PIC X(50).
           03 MSGL              PIC S9(4) COMP.
           03 MSGF              PIC X(01).
           03 FILLER REDEFINES MSGF.
           03 FILLER            PIC X(03).
           03 AMTO              PIC X(16).
           03 FILLER            PIC X(03).
           03 REFO              PIC X(12).
           03 FILLER            PIC X(03).
           03 LN01O             PIC X(50).
           03 FILLER            PIC X(03).
           03 LN02O             PIC X(50).
           03 FILLER            PIC X(03).
           03 LN03O             PIC X(50).
           03 FILLER            PIC X(03).
           03 LN04O             PIC X(50).
           03 FILLER            PIC X(03).
           03 LN05O             PIC X(50).
           03 FILLER            PIC X(03).
           03 LN06O             PIC X(50).
           03 FILLER            PIC X(03).
           03 LN07O             PIC X(50).
           03 FILLER            PIC X(03).
           03 LN08O             PIC X(50).
           03 FILLER            PIC X(03).
           03 LN09O             PIC X(50).
           03 FILLER            PIC X(03).
           03 LN10O             PIC X(50).
           03 FILLER            PIC X(03).
           03 MSGO              PIC X(60).
