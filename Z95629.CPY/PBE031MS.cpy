      *****************************************************************
      * PBE031MS   - PBE031HI EKRANININ SEMBOLİK HARİTASI. BMS
      *              KAYNAĞINDAN (PBE031MS) ÜRETİLEN DSECT İLE AYNI
      *              YERLEŞİMDE TUTULUR; HARİTA DEĞİŞTİĞİNDE BU
      *              KOPYA KİTABI DA BİRLİKTE GÜNCELLENMELİDİR.
      *****************************************************************
       01  PBE031MI.
           03 FILLER            PIC X(12).
           03 ACCTL             PIC S9(4) COMP.
           03 ACCTF             PIC X(01).
           03 FILLER REDEFINES ACCTF.
              05 ACCTA          PIC X(01).
           03 ACCTI             PIC X(05).
           03 DVZL              PIC S9(4) COMP.
           03 DVZF              PIC X(01).
           03 FILLER REDEFINES DVZF.
              05 DVZA           PIC X(01).
           03 DVZI              PIC X(03).
           03 FROMDL            PIC S9(4) COMP.
           03 FROMDF            PIC X(01).
           03 FILLER REDEFINES FROMDF.
              05 FROMDA         PIC X(01).
           03 FROMDI            PIC X(08).
           03 TODL              PIC S9(4) COMP.
           03 TODF              PIC X(01).
           03 FILLER REDEFINES TODF.
              05 TODA           PIC X(01).
           03 TODI              PIC X(08).
           03 SEL01L            PIC S9(4) COMP.
           03 SEL01F            PIC X(01).
           03 FILLER REDEFINES SEL01F.
              05 SEL01A         PIC X(01).
           03 SEL01I            PIC X(01).
           03 LN01L             PIC S9(4) COMP.
           03 LN01F             PIC X(01).
           03 FILLER REDEFINES LN01F.
              05 LN01A          PIC X(01).
           03 LN01I             PIC X(71).
           03 SEL02L            PIC S9(4) COMP.
           03 SEL02F            PIC X(01).
           03 FILLER REDEFINES SEL02F.
              05 SEL02A         PIC X(01).
           03 SEL02I            PIC X(01).
           03 LN02L             PIC S9(4) COMP.
           03 LN02F             PIC X(01).
           03 FILLER REDEFINES LN02F.
              05 LN02A          PIC X(01).
           03 LN02I             PIC X(71).
           03 SEL03L            PIC S9(4) COMP.
           03 SEL03F            PIC X(01).
           03 FILLER REDEFINES SEL03F.
              05 SEL03A         PIC X(01).
           03 SEL03I            PIC X(01).
           03 LN03L             PIC S9(4) COMP.
           03 LN03F             PIC X(01).
           03 FILLER REDEFINES LN03F.
              05 LN03A          PIC X(01).
           03 LN03I             PIC X(71).
           03 SEL04L            PIC S9(4) COMP.
           03 SEL04F            PIC X(01).
           03 FILLER REDEFINES SEL04F.
              05 SEL04A         PIC X(01).
           03 SEL04I            PIC X(01).
           03 LN04L             PIC S9(4) COMP.
           03 LN04F             PIC X(01).
           03 FILLER REDEFINES LN04F.
              05 LN04A          PIC X(01).
           03 LN04I             PIC X(71).
           03 SEL05L            PIC S9(4) COMP.
           03 SEL05F            PIC X(01).
           03 FILLER REDEFINES SEL05F.
              05 SEL05A         PIC X(01).
           03 SEL05I            PIC X(01).
           03 LN05L             PIC S9(4) COMP.
           03 LN05F             PIC X(01).
           03 FILLER REDEFINES LN05F.
              05 LN05A          PIC X(01).
           03 LN05I             PIC X(71).
           03 SEL06L            PIC S9(4) COMP.
           03 SEL06F            PIC X(01).
           03 FILLER REDEFINES SEL06F.
              05 SEL06A         PIC X(01).
           03 SEL06I            PIC X(01).
           03 LN06L             PIC S9(4) COMP.
           03 LN06F             PIC X(01).
           03 FILLER REDEFINES LN06F.
              05 LN06A          PIC X(01).
           03 LN06I             PIC X(71).
           03 SEL07L            PIC S9(4) COMP.
           03 SEL07F            PIC X(01).
           03 FILLER REDEFINES SEL07F.
              05 SEL07A         PIC X(01).
           03 SEL07I            PIC X(01).
           03 LN07L             PIC S9(4) COMP.
           03 LN07F             PIC X(01).
           03 FILLER REDEFINES LN07F.
              05 LN07A          PIC X(01).
           03 LN07I             PIC X(71).
           03 SEL08L            PIC S9(4) COMP.
           03 SEL08F            PIC X(01).
           03 FILLER REDEFINES SEL08F.
              05 SEL08A         PIC X(01).
           03 SEL08I            PIC X(01).
           03 LN08L             PIC S9(4) COMP.
           03 LN08F             PIC X(01).
           03 FILLER REDEFINES LN08F.
              05 LN08A          PIC X(01).
           03 LN08I             PIC X(71).
           03 SEL09L            PIC S9(4) COMP.
           03 SEL09F            PIC X(01).
           03 FILLER REDEFINES SEL09F.
              05 SEL09A         PIC X(01).
           03 SEL09I            PIC X(01).
           03 LN09L             PIC S9(4) COMP.
           03 LN09F             PIC X(01).
           03 FILLER REDEFINES LN09F.
              05 LN09A          PIC X(01).
           03 LN09I             PIC X(71).
           03 SEL10L            PIC S9(4) COMP.
           03 SEL10F            PIC X(01).
           03 FILLER REDEFINES SEL10F.
              05 SEL10A         PIC X(01).
           03 SEL10I            PIC X(01).
           03 LN10L             PIC S9(4) COMP.
           03 LN10F             PIC X(01).
           03 FILLER REDEFINES LN10F.
              05 LN10A          PIC X(01).
           03 LN10I             PIC X(71).
           03 MSGL              PIC S9(4) COMP.
           03 MSGF              PIC X(01).
           03 FILLER REDEFINES MSGF.
              05 MSGA           PIC X(01).
           03 MSGI              PIC X(60).
       01  PBE031MO REDEFINES PBE031MI.
           03 FILLER            PIC X(12).
           03 FILLER            PIC X(03).
           03 ACCTO             PIC X(05).
           03 FILLER            PIC X(03).
           03 DVZO              PIC X(03).
           03 FILLER            PIC X(03).
           03 FROMDO            PIC X(08).
           03 FILLER            PIC X(03).
           03 TODO              PIC X(08).
           03 FILLER            PIC X(03).
           03 SEL01O            PIC X(01).
           03 FILLER            PIC X(03).
           03 LN01O             PIC X(71).
           03 FILLER            PIC X(03).
           03 SEL02O            PIC X(01).
           03 FILLER            PIC X(03).
           03 LN02O             PIC X(71).
           03 FILLER            PIC X(03).
           03 SEL03O            PIC X(01).
           03 FILLER            PIC X(03).
           03 LN03O             PIC X(71).
           03 FILLER            PIC X(03).
           03 SEL04O            PIC X(01).
           03 FILLER            PIC X(03).
           03 LN04O             PIC X(71).
           03 FILLER            PIC X(03).
           03 SEL05O            PIC X(01).
           03 FILLER            PIC X(03).
           03 LN05O             PIC X(71).
           03 FILLER            PIC X(03).
           03 SEL06O            PIC X(01).
           03 FILLER            PIC X(03).
           03 LN06O             PIC X(71).
           03 FILLER            PIC X(03).
           03 SEL07O            PIC X(01).
           03 FILLER            PIC X(03).
           03 LN07O             PIC X(71).
           03 FILLER            PIC X(03).
           03 SEL08O            PIC X(01).
           03 FILLER            PIC X(03).
           03 LN08O             PIC X(71).
           03 FILLER            PIC X(03).
           03 SEL09O            PIC X(01).
           03 FILLER            PIC X(03).
           03 LN09O             PIC X(71).
           03 FILLER            PIC X(03).
           03 SEL10O            PIC X(01).
           03 FILLER            PIC X(03).
           03 LN10O             PIC X(71).
           03 FILLER            PIC X(03).
           03 MSGO              PIC X(60).
