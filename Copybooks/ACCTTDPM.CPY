      *> ACCTTDPM.CPY - 定期开户与合约查询屏幕 (BMS 映射组 ACCTTDP)
      *> 的符号映射。上半屏录入/报价，下半屏列客户名下定期合约
      *> 由 Cics/ACCTTDP.bms 的宏汇编产出，此处手工维护
       01  ACCTTDPI.
           05  FILLER          PIC X(12).
           05  DCUSTL      PIC S9(4) COMP.
           05  DCUSTF      PIC X.
           05  FILLER REDEFINES DCUSTF.
               10  DCUSTA PIC X.
           05  DCUSTI      PIC X(6).
           05  DNAMEL      PIC S9(4) COMP.
           05  DNAMEF      PIC X.
           05  FILLER REDEFINES DNAMEF.
               10  DNAMEA PIC X.
           05  DNAMEI      PIC X(30).
           05  DPRODL      PIC S9(4) COMP.
           05  DPRODF      PIC X.
           05  FILLER REDEFINES DPRODF.
               10  DPRODA PIC X.
           05  DPRODI      PIC X(2).
           05  DTERML      PIC S9(4) COMP.
           05  DTERMF      PIC X.
           05  FILLER REDEFINES DTERMF.
               10  DTERMA PIC X.
           05  DTERMI      PIC X(3).
           05  DPDESCL     PIC S9(4) COMP.
           05  DPDESCF     PIC X.
           05  FILLER REDEFINES DPDESCF.
               10  DPDESCA PIC X.
           05  DPDESCI     PIC X(20).
           05  DAMTL       PIC S9(4) COMP.
           05  DAMTF       PIC X.
           05  FILLER REDEFINES DAMTF.
               10  DAMTA PIC X.
           05  DAMTI       PIC X(10).
           05  DRENEWL     PIC S9(4) COMP.
           05  DRENEWF     PIC X.
           05  FILLER REDEFINES DRENEWF.
               10  DRENEWA PIC X.
           05  DRENEWI     PIC X(1).
           05  DTACCTL     PIC S9(4) COMP.
           05  DTACCTF     PIC X.
           05  FILLER REDEFINES DTACCTF.
               10  DTACCTA PIC X.
           05  DTACCTI     PIC X(8).
           05  DFUNDL      PIC S9(4) COMP.
           05  DFUNDF      PIC X.
           05  FILLER REDEFINES DFUNDF.
               10  DFUNDA PIC X.
           05  DFUNDI      PIC X(8).
           05  DFNAMEL     PIC S9(4) COMP.
           05  DFNAMEF     PIC X.
           05  FILLER REDEFINES DFNAMEF.
               10  DFNAMEA PIC X.
           05  DFNAMEI     PIC X(10).
           05  DRATEL      PIC S9(4) COMP.
           05  DRATEF      PIC X.
           05  FILLER REDEFINES DRATEF.
               10  DRATEA PIC X.
           05  DRATEI      PIC X(6).
           05  DMATDL      PIC S9(4) COMP.
           05  DMATDF      PIC X.
           05  FILLER REDEFINES DMATDF.
               10  DMATDA PIC X.
           05  DMATDI      PIC X(8).
           05  DINTL       PIC S9(4) COMP.
           05  DINTF       PIC X.
           05  FILLER REDEFINES DINTF.
               10  DINTA PIC X.
           05  DINTI       PIC X(13).
           05  DCONFL      PIC S9(4) COMP.
           05  DCONFF      PIC X.
           05  FILLER REDEFINES DCONFF.
               10  DCONFA PIC X.
           05  DCONFI      PIC X(1).
           05  DSUPIDL     PIC S9(4) COMP.
           05  DSUPIDF     PIC X.
           05  FILLER REDEFINES DSUPIDF.
               10  DSUPIDA PIC X.
           05  DSUPIDI     PIC X(8).
           05  DSUPPWL     PIC S9(4) COMP.
           05  DSUPPWF     PIC X.
           05  FILLER REDEFINES DSUPPWF.
               10  DSUPPWA PIC X.
           05  DSUPPWI     PIC X(8).
           05  DLINE1L     PIC S9(4) COMP.
           05  DLINE1F     PIC X.
           05  FILLER REDEFINES DLINE1F.
               10  DLINE1A PIC X.
           05  DLINE1I     PIC X(60).
           05  DLINE2L     PIC S9(4) COMP.
           05  DLINE2F     PIC X.
           05  FILLER REDEFINES DLINE2F.
               10  DLINE2A PIC X.
           05  DLINE2I     PIC X(60).
           05  DLINE3L     PIC S9(4) COMP.
           05  DLINE3F     PIC X.
           05  FILLER REDEFINES DLINE3F.
               10  DLINE3A PIC X.
           05  DLINE3I     PIC X(60).
           05  DLINE4L     PIC S9(4) COMP.
           05  DLINE4F     PIC X.
           05  FILLER REDEFINES DLINE4F.
               10  DLINE4A PIC X.
           05  DLINE4I     PIC X(60).
           05  DLINE5L     PIC S9(4) COMP.
           05  DLINE5F     PIC X.
           05  FILLER REDEFINES DLINE5F.
               10  DLINE5A PIC X.
           05  DLINE5I     PIC X(60).
           05  DLINE6L     PIC S9(4) COMP.
           05  DLINE6F     PIC X.
           05  FILLER REDEFINES DLINE6F.
               10  DLINE6A PIC X.
           05  DLINE6I     PIC X(60).
           05  DLINE7L     PIC S9(4) COMP.
           05  DLINE7F     PIC X.
           05  FILLER REDEFINES DLINE7F.
               10  DLINE7A PIC X.
           05  DLINE7I     PIC X(60).
           05  DLINE8L     PIC S9(4) COMP.
           05  DLINE8F     PIC X.
           05  FILLER REDEFINES DLINE8F.
               10  DLINE8A PIC X.
           05  DLINE8I     PIC X(60).
           05  DTOTALL     PIC S9(4) COMP.
           05  DTOTALF     PIC X.
           05  FILLER REDEFINES DTOTALF.
               10  DTOTALA PIC X.
           05  DTOTALI     PIC X(60).
           05  DMSGL       PIC S9(4) COMP.
           05  DMSGF       PIC X.
           05  FILLER REDEFINES DMSGF.
               10  DMSGA PIC X.
           05  DMSGI       PIC X(60).

       01  ACCTTDPO REDEFINES ACCTTDPI.
           05  FILLER          PIC X(12).
           05  FILLER          PIC X(3).
           05  DCUSTO      PIC X(6).
           05  FILLER          PIC X(3).
           05  DNAMEO      PIC X(30).
           05  FILLER          PIC X(3).
           05  DPRODO      PIC X(2).
           05  FILLER          PIC X(3).
           05  DTERMO      PIC X(3).
           05  FILLER          PIC X(3).
           05  DPDESCO     PIC X(20).
           05  FILLER          PIC X(3).
           05  DAMTO       PIC X(10).
           05  FILLER          PIC X(3).
           05  DRENEWO     PIC X(1).
           05  FILLER          PIC X(3).
           05  DTACCTO     PIC X(8).
           05  FILLER          PIC X(3).
           05  DFUNDO      PIC X(8).
           05  FILLER          PIC X(3).
           05  DFNAMEO     PIC X(10).
           05  FILLER          PIC X(3).
           05  DRATEO      PIC X(6).
           05  FILLER          PIC X(3).
           05  DMATDO      PIC X(8).
           05  FILLER          PIC X(3).
           05  DINTO       PIC X(13).
           05  FILLER          PIC X(3).
           05  DCONFO      PIC X(1).
           05  FILLER          PIC X(3).
           05  DSUPIDO     PIC X(8).
           05  FILLER          PIC X(3).
           05  DSUPPWO     PIC X(8).
           05  FILLER          PIC X(3).
           05  DLINE1O     PIC X(60).
           05  FILLER          PIC X(3).
           05  DLINE2O     PIC X(60).
           05  FILLER          PIC X(3).
           05  DLINE3O     PIC X(60).
           05  FILLER          PIC X(3).
           05  DLINE4O     PIC X(60).
           05  FILLER          PIC X(3).
           05  DLINE5O     PIC X(60).
           05  FILLER          PIC X(3).
           05  DLINE6O     PIC X(60).
           05  FILLER          PIC X(3).
           05  DLINE7O     PIC X(60).
           05  FILLER          PIC X(3).
           05  DLINE8O     PIC X(60).
           05  FILLER          PIC X(3).
           05  DTOTALO     PIC X(60).
           05  FILLER          PIC X(3).
           05  DMSGO       PIC X(60).
