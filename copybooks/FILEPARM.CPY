     05  FP-ITEMJRNLO-NAME         PIC X(40).
     05  FP-ITEMJRNLN-DEFAULT      PIC X(40) VALUE "ITEMJRNL.NEW".
     05  FP-ITEMJRNLN-NAME         PIC X(40).
     05  FP-GLACCTS-DEFAULT        PIC X(40) VALUE "GLACCTS.DAT".
     05  FP-GLACCTS-NAME           PIC X(40).
     05  FP-GLENTRY-DEFAULT        PIC X(40) VALUE "GLENTRY.DAT".
     05  FP-GLENTRY-NAME           PIC X(40).
     05  FP-GLCTLRPT-DEFAULT       PIC X(40) VALUE "GLCTL.RPT".
     05  FP-GLCTLRPT-NAME          PIC X(40).
     05  FP-GLVALU-DEFAULT         PIC X(40) VALUE "GLVALU.DAT".
     05  FP-GLVALU-NAME            PIC X(40).
     05  FP-ITEMCOST-DEFAULT       PIC X(40) VALUE "ITEMCOST.DAT".
     05  FP-ITEMCOST-NAME          PIC X(40).
     05  FP-COGSRPT-DEFAULT        PIC X(40) VALUE "COGS.RPT".
     05  FP-COGSRPT-NAME           PIC X(40).
     05  FP-MOVLEDGRO-DEFAULT      PIC X(40) VALUE "MOVLEDGR.OLD".
     05  FP-MOVLEDGRO-NAME         PIC X(40).
     05  FP-MOVLEDGRN-DEFAULT      PIC X(40) VALUE "MOVLEDGR.NEW".
     05  FP-MOVLEDGRN-NAME         PIC X(40).
     05  FP-LOTBAL-DEFAULT         PIC X(40) VALUE "LOTBAL.DAT".
     05  FP-LOTBAL-NAME            PIC X(40).
     05  FP-PHYSSRT-DEFAULT        PIC X(40) VALUE "PHYSSRT.TMP".
     05  FP-PHYSSRT-NAME           PIC X(40).
     05  FP-EXPRPT-DEFAULT         PIC X(40) VALUE "EXPIRING.RPT".
     05  FP-EXPRPT-NAME            PIC X(40).
     05  FP-PERIODCTL-DEFAULT      PIC X(40) VALUE "PERIODCTL.DAT".
     05  FP-PERIODCTL-NAME         PIC X(40).
     05  FP-PERHIST-DEFAULT        PIC X(40) VALUE "PERHIST.DAT".
     05  FP-PERHIST-NAME           PIC X(40).
     05  FP-PERVALRPT-DEFAULT      PIC X(40) VALUE "PERVALU.RPT".
     05  FP-PERVALRPT-NAME         PIC X(40).
     05  FP-ABCCLASS-DEFAULT       PIC X(40) VALUE "ABCCLASS.DAT".
     05  FP-ABCCLASS-NAME          PIC X(40).
     05  FP-ABCRPT-DEFAULT         PIC X(40) VALUE "ABCCLASS.RPT".
     05  FP-ABCRPT-NAME            PIC X(40).
     05  FP-CYCSHEET-DEFAULT       PIC X(40) VALUE "CYCSHEET.RPT".
     05  FP-CYCSHEET-NAME          PIC X(40).
     05  FP-CYCCNT-DEFAULT         PIC X(40) VALUE "CYCCNT.DAT".
     05  FP-CYCCNT-NAME            PIC X(40).
     05  FP-CYCSEL-DEFAULT         PIC X(40) VALUE "CYCSEL.TMP".
     05  FP-CYCSEL-NAME            PIC X(40).
     05  FP-ROPWORK-DEFAULT        PIC X(40) VALUE "ROPWORK.TMP".
     05  FP-ROPWORK-NAME           PIC X(40).
     05  FP-REORDNEW-DEFAULT       PIC X(40) VALUE "REORDPTS.NEW".
     05  FP-REORDNEW-NAME          PIC X(40).
     05  FP-ROPRPT-DEFAULT         PIC X(40) VALUE "ROPRECOM.RPT".
     05  FP-ROPRPT-NAME            PIC X(40).
     05  FP-VENDMAST-DEFAULT       PIC X(40) VALUE "VENDMAST.DAT".
     05  FP-VENDMAST-NAME          PIC X(40).
     05  FP-ITEMVEND-DEFAULT       PIC X(40) VALUE "ITEMVEND.DAT".
     05  FP-ITEMVEND-NAME          PIC X(40).
     05  FP-REPLOPENO-DEFAULT      PIC X(40) VALUE "REPLOPEN.OLD".
     05  FP-REPLOPENO-NAME         PIC X(40).
     05  FP-REPLOPENN-DEFAULT      PIC X(40) VALUE "REPLOPEN.NEW".
     05  FP-REPLOPENN-NAME         PIC X(40).
     05  FP-MOVARCH-DEFAULT        PIC X(40) VALUE "MOVLEDGR.ARC".
     05  FP-MOVARCH-NAME           PIC X(40).
     05  FP-LDGPRGRPT-DEFAULT      PIC X(40) VALUE "LDGPURGE.RPT".
     05  FP-LDGPRGRPT-NAME         PIC X(40).
     05  FP-BKUPIN-DEFAULT         PIC X(40) VALUE "MASTER.BKP".
     05  FP-BKUPIN-NAME            PIC X(40).
     05  FP-RFPRPT-DEFAULT         PIC X(40) VALUE "ROLLFWD.RPT".
     05  FP-RFPRPT-NAME            PIC X(40).
     05  FP-BUSCAL-DEFAULT         PIC X(40) VALUE "BUSCAL.DAT".
     05  FP-BUSCAL-NAME            PIC X(40).
     05  FP-PROCDATE-DEFAULT       PIC X(40) VALUE "PROCDATE.DAT".
     05  FP-PROCDATE-NAME          PIC X(40).
     05  FP-QUARBAL-DEFAULT        PIC X(40) VALUE "QUARBAL.DAT".
     05  FP-QUARBAL-NAME           PIC X(40).
     05  FP-RTNHIST-DEFAULT        PIC X(40) VALUE "RTNHIST.DAT".
     05  FP-RTNHIST-NAME           PIC X(40).
     05  FP-RTNREASN-DEFAULT       PIC X(40) VALUE "RTNREASN.DAT".
     05  FP-RTNREASN-NAME          PIC X(40).
     05  FP-RTNRPT-DEFAULT         PIC X(40) VALUE "RETURNS.RPT".
     05  FP-RTNRPT-NAME            PIC X(40).
     05  FP-BOMFILE-DEFAULT        PIC X(40) VALUE "BOMFILE.DAT".
     05  FP-BOMFILE-NAME           PIC X(40).
     05  FP-KITTRANS-DEFAULT       PIC X(40) VALUE "KITTRANS.DAT".
     05  FP-KITTRANS-NAME          PIC X(40).
     05  FP-KITREG-DEFAULT         PIC X(40) VALUE "KITREG.RPT".
     05  FP-KITREG-NAME            PIC X(40).
     05  FP-KITRPT-DEFAULT         PIC X(40) VALUE "KITAVAIL.RPT".
     05  FP-KITRPT-NAME            PIC X(40).
     05  FP-POSTLOG-DEFAULT        PIC X(40) VALUE "POSTLOG.DAT".
     05  FP-POSTLOG-NAME           PIC X(40).
     05  FP-MOVCKPT-DEFAULT        PIC X(40) VALUE "CBMOVPOST.CKP".
     05  FP-MOVCKPT-NAME           PIC X(40).
     05  FP-ITMCKPT-DEFAULT        PIC X(40) VALUE "CBITMBATCH.CKP".
     05  FP-ITMCKPT-NAME           PIC X(40).
     05  FP-INTCHK-DEFAULT         PIC X(40) VALUE "INTCHK.RPT".
     05  FP-INTCHK-NAME            PIC X(40).
