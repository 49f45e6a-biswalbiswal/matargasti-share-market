      * SYMBOLIC MAP of PAGE4.9 Created by CACXBMS Version 6.1.0002
       01  PAGE49I.
	   02  FILLER				      PIC X(12).
	   02  DATE49L				      PIC S9(4) COMP-4.
	   02  DATE49F				      PIC X.
	   02  FILLER REDEFINES DATE49F.
	       03  DATE49A			      PIC X.
	   02  DATE49I				      PIC X(010).
	   02  TIME49L				      PIC S9(4) COMP-4.
	   02  TIME49F				      PIC X.
	   02  FILLER REDEFINES TIME49F.
	       03  TIME49A			      PIC X.
	   02  TIME49I				      PIC X(008).
	   02  SCODEL				      PIC S9(4) COMP-4.
	   02  SCODEF				      PIC X.
	   02  FILLER REDEFINES SCODEF.
	       03  SCODEA			      PIC X.
	   02  SCODEI				      PIC X(008).
	   02  SNAMEL				      PIC S9(4) COMP-4.
	   02  SNAMEF				      PIC X.
	   02  FILLER REDEFINES SNAMEF.
	       03  SNAMEA			      PIC X.
	   02  SNAMEI				      PIC X(020).
	   02  SISINL				      PIC S9(4) COMP-4.
	   02  SISINF				      PIC X.
	   02  FILLER REDEFINES SISINF.
	       03  SISINA			      PIC X.
	   02  SISINI				      PIC X(012).
	   02  SLOTL				      PIC S9(4) COMP-4.
	   02  SLOTF				      PIC X.
	   02  FILLER REDEFINES SLOTF.
	       03  SLOTA			      PIC X.
	   02  SLOTI				      PIC X(005).
	   02  SSTATL				      PIC S9(4) COMP-4.
	   02  SSTATF				      PIC X.
	   02  FILLER REDEFINES SSTATF.
	       03  SSTATA			      PIC X.
	   02  SSTATI				      PIC X(001).
	   02  SLDATEL				      PIC S9(4) COMP-4.
	   02  SLDATEF				      PIC X.
	   02  FILLER REDEFINES SLDATEF.
	       03  SLDATEA			      PIC X.
	   02  SLDATEI				      PIC X(008).
	   02  MSG49L				      PIC S9(4) COMP-4.
	   02  MSG49F				      PIC X.
	   02  FILLER REDEFINES MSG49F.
	       03  MSG49A			      PIC X.
	   02  MSG49I				      PIC X(050).
	   02  DUMMY49L 			      PIC S9(4) COMP-4.
	   02  DUMMY49F 			      PIC X.
	   02  FILLER REDEFINES DUMMY49F.
	       03  DUMMY49A			      PIC X.
	   02  DUMMY49I 			      PIC X(001).
       01  PAGE49O REDEFINES PAGE49I.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DATE49O				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TIME49O				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  SCODEO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  SNAMEO				      PIC X(020).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  SISINO				      PIC X(012).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  SLOTO				      PIC X(005).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  SSTATO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  SLDATEO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSG49O				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DUMMY49O 			      PIC X(001).
