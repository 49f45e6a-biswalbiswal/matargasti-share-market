      * SYMBOLIC MAP of PAGE4.7 Created by CACXBMS Version 6.1.0002
       01  PAGE47I.
	   02  FILLER				      PIC X(12).
	   02  DATE47L				      PIC S9(4) COMP-4.
	   02  DATE47F				      PIC X.
	   02  FILLER REDEFINES DATE47F.
	       03  DATE47A			      PIC X.
	   02  DATE47I				      PIC X(010).
	   02  TIME47L				      PIC S9(4) COMP-4.
	   02  TIME47F				      PIC X.
	   02  FILLER REDEFINES TIME47F.
	       03  TIME47A			      PIC X.
	   02  TIME47I				      PIC X(008).
	   02  XCIDL				      PIC S9(4) COMP-4.
	   02  XCIDF				      PIC X.
	   02  FILLER REDEFINES XCIDF.
	       03  XCIDA			      PIC X.
	   02  XCIDI				      PIC X(005).
	   02  XSCRIPL				      PIC S9(4) COMP-4.
	   02  XSCRIPF				      PIC X.
	   02  FILLER REDEFINES XSCRIPF.
	       03  XSCRIPA			      PIC X.
	   02  XSCRIPI				      PIC X(008).
	   02  XTDATEL				      PIC S9(4) COMP-4.
	   02  XTDATEF				      PIC X.
	   02  FILLER REDEFINES XTDATEF.
	       03  XTDATEA			      PIC X.
	   02  XTDATEI				      PIC X(008).
	   02  XTTIMEL				      PIC S9(4) COMP-4.
	   02  XTTIMEF				      PIC X.
	   02  FILLER REDEFINES XTTIMEF.
	       03  XTTIMEA			      PIC X.
	   02  XTTIMEI				      PIC X(006).
	   02  XBSL				      PIC S9(4) COMP-4.
	   02  XBSF				      PIC X.
	   02  FILLER REDEFINES XBSF.
	       03  XBSA 			      PIC X.
	   02  XBSI				      PIC X(001).
	   02  XQTYL				      PIC S9(4) COMP-4.
	   02  XQTYF				      PIC X.
	   02  FILLER REDEFINES XQTYF.
	       03  XQTYA			      PIC X.
	   02  XQTYI				      PIC X(007).
	   02  XPRICEL				      PIC S9(4) COMP-4.
	   02  XPRICEF				      PIC X.
	   02  FILLER REDEFINES XPRICEF.
	       03  XPRICEA			      PIC X.
	   02  XPRICEI				      PIC X(009).
	   02  XOPERL				      PIC S9(4) COMP-4.
	   02  XOPERF				      PIC X.
	   02  FILLER REDEFINES XOPERF.
	       03  XOPERA			      PIC X.
	   02  XOPERI				      PIC X(005).
	   02  XTERML				      PIC S9(4) COMP-4.
	   02  XTERMF				      PIC X.
	   02  FILLER REDEFINES XTERMF.
	       03  XTERMA			      PIC X.
	   02  XTERMI				      PIC X(004).
	   02  XSTATL				      PIC S9(4) COMP-4.
	   02  XSTATF				      PIC X.
	   02  FILLER REDEFINES XSTATF.
	       03  XSTATA			      PIC X.
	   02  XSTATI				      PIC X(030).
	   02  MSG47L				      PIC S9(4) COMP-4.
	   02  MSG47F				      PIC X.
	   02  FILLER REDEFINES MSG47F.
	       03  MSG47A			      PIC X.
	   02  MSG47I				      PIC X(050).
	   02  DUMMY47L 			      PIC S9(4) COMP-4.
	   02  DUMMY47F 			      PIC X.
	   02  FILLER REDEFINES DUMMY47F.
	       03  DUMMY47A			      PIC X.
	   02  DUMMY47I 			      PIC X(001).
       01  PAGE47O REDEFINES PAGE47I.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DATE47O				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TIME47O				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  XCIDO				      PIC X(005).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  XSCRIPO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  XTDATEO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  XTTIMEO				      PIC X(006).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  XBSO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  XQTYO				      PIC X(007).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  XPRICEO				      PIC X(009).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  XOPERO				      PIC X(005).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  XTERMO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  XSTATO				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSG47O				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DUMMY47O 			      PIC X(001).
