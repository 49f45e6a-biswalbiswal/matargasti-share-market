      * SYMBOLIC MAP of PAGE4.8 Created by CACXBMS Version 6.1.0002
       01  PAGE48I.
	   02  FILLER				      PIC X(12).
	   02  DATE48L				      PIC S9(4) COMP-4.
	   02  DATE48F				      PIC X.
	   02  FILLER REDEFINES DATE48F.
	       03  DATE48A			      PIC X.
	   02  DATE48I				      PIC X(010).
	   02  TIME48L				      PIC S9(4) COMP-4.
	   02  TIME48F				      PIC X.
	   02  FILLER REDEFINES TIME48F.
	       03  TIME48A			      PIC X.
	   02  TIME48I				      PIC X(008).
	   02  MCIDL				      PIC S9(4) COMP-4.
	   02  MCIDF				      PIC X.
	   02  FILLER REDEFINES MCIDF.
	       03  MCIDA			      PIC X.
	   02  MCIDI				      PIC X(005).
	   02  MCNAMEL				      PIC S9(4) COMP-4.
	   02  MCNAMEF				      PIC X.
	   02  FILLER REDEFINES MCNAMEF.
	       03  MCNAMEA			      PIC X.
	   02  MCNAMEI				      PIC X(008).
	   02  MACCTL				      PIC S9(4) COMP-4.
	   02  MACCTF				      PIC X.
	   02  FILLER REDEFINES MACCTF.
	       03  MACCTA			      PIC X.
	   02  MACCTI				      PIC X(018).
	   02  MBRCHL				      PIC S9(4) COMP-4.
	   02  MBRCHF				      PIC X.
	   02  FILLER REDEFINES MBRCHF.
	       03  MBRCHA			      PIC X.
	   02  MBRCHI				      PIC X(011).
	   02  MHOLDL				      PIC S9(4) COMP-4.
	   02  MHOLDF				      PIC X.
	   02  FILLER REDEFINES MHOLDF.
	       03  MHOLDA			      PIC X.
	   02  MHOLDI				      PIC X(030).
	   02  MVERL				      PIC S9(4) COMP-4.
	   02  MVERF				      PIC X.
	   02  FILLER REDEFINES MVERF.
	       03  MVERA			      PIC X.
	   02  MVERI				      PIC X(001).
	   02  MKBYL				      PIC S9(4) COMP-4.
	   02  MKBYF				      PIC X.
	   02  FILLER REDEFINES MKBYF.
	       03  MKBYA			      PIC X.
	   02  MKBYI				      PIC X(005).
	   02  MVBYL				      PIC S9(4) COMP-4.
	   02  MVBYF				      PIC X.
	   02  FILLER REDEFINES MVBYF.
	       03  MVBYA			      PIC X.
	   02  MVBYI				      PIC X(005).
	   02  MVDTL				      PIC S9(4) COMP-4.
	   02  MVDTF				      PIC X.
	   02  FILLER REDEFINES MVDTF.
	       03  MVDTA			      PIC X.
	   02  MVDTI				      PIC X(008).
	   02  MSG48L				      PIC S9(4) COMP-4.
	   02  MSG48F				      PIC X.
	   02  FILLER REDEFINES MSG48F.
	       03  MSG48A			      PIC X.
	   02  MSG48I				      PIC X(050).
	   02  DUMMY48L 			      PIC S9(4) COMP-4.
	   02  DUMMY48F 			      PIC X.
	   02  FILLER REDEFINES DUMMY48F.
	       03  DUMMY48A			      PIC X.
	   02  DUMMY48I 			      PIC X(001).
       01  PAGE48O REDEFINES PAGE48I.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DATE48O				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TIME48O				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MCIDO				      PIC X(005).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MCNAMEO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MACCTO				      PIC X(018).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MBRCHO				      PIC X(011).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MHOLDO				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MVERO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MKBYO				      PIC X(005).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MVBYO				      PIC X(005).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MVDTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSG48O				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DUMMY48O 			      PIC X(001).
