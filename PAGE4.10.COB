      * SYMBOLIC MAP of PAGE4.10 Created by CACXBMS Version 6.1.0002
       01  PAGE410I.
	   02  FILLER				      PIC X(12).
	   02  DATE410L 			      PIC S9(4) COMP-4.
	   02  DATE410F 			      PIC X.
	   02  FILLER REDEFINES DATE410F.
	       03  DATE410A			      PIC X.
	   02  DATE410I 			      PIC X(010).
	   02  TIME410L 			      PIC S9(4) COMP-4.
	   02  TIME410F 			      PIC X.
	   02  FILLER REDEFINES TIME410F.
	       03  TIME410A			      PIC X.
	   02  TIME410I 			      PIC X(008).
	   02  OCIDL				      PIC S9(4) COMP-4.
	   02  OCIDF				      PIC X.
	   02  FILLER REDEFINES OCIDF.
	       03  OCIDA			      PIC X.
	   02  OCIDI				      PIC X(005).
	   02  OSCRIPL				      PIC S9(4) COMP-4.
	   02  OSCRIPF				      PIC X.
	   02  FILLER REDEFINES OSCRIPF.
	       03  OSCRIPA			      PIC X.
	   02  OSCRIPI				      PIC X(008).
	   02  OSEQL				      PIC S9(4) COMP-4.
	   02  OSEQF				      PIC X.
	   02  FILLER REDEFINES OSEQF.
	       03  OSEQA			      PIC X.
	   02  OSEQI				      PIC X(004).
	   02  OBSL				      PIC S9(4) COMP-4.
	   02  OBSF				      PIC X.
	   02  FILLER REDEFINES OBSF.
	       03  OBSA 			      PIC X.
	   02  OBSI				      PIC X(001).
	   02  OQTYL				      PIC S9(4) COMP-4.
	   02  OQTYF				      PIC X.
	   02  FILLER REDEFINES OQTYF.
	       03  OQTYA			      PIC X.
	   02  OQTYI				      PIC X(007).
	   02  OLIMITL				      PIC S9(4) COMP-4.
	   02  OLIMITF				      PIC X.
	   02  FILLER REDEFINES OLIMITF.
	       03  OLIMITA			      PIC X.
	   02  OLIMITI				      PIC X(008).
	   02  OVALIDL				      PIC S9(4) COMP-4.
	   02  OVALIDF				      PIC X.
	   02  FILLER REDEFINES OVALIDF.
	       03  OVALIDA			      PIC X.
	   02  OVALIDI				      PIC X(008).
	   02  OPINL				      PIC S9(4) COMP-4.
	   02  OPINF				      PIC X.
	   02  FILLER REDEFINES OPINF.
	       03  OPINA			      PIC X.
	   02  OPINI				      PIC X(008).
	   02  OSTATL				      PIC S9(4) COMP-4.
	   02  OSTATF				      PIC X.
	   02  FILLER REDEFINES OSTATF.
	       03  OSTATA			      PIC X.
	   02  OSTATI				      PIC X(008).
	   02  ORESVL				      PIC S9(4) COMP-4.
	   02  ORESVF				      PIC X.
	   02  FILLER REDEFINES ORESVF.
	       03  ORESVA			      PIC X.
	   02  ORESVI				      PIC X(018).
	   02  OFILLL				      PIC S9(4) COMP-4.
	   02  OFILLF				      PIC X.
	   02  FILLER REDEFINES OFILLF.
	       03  OFILLA			      PIC X.
	   02  OFILLI				      PIC X(009).
	   02  LINEG OCCURS 10.
	       03  LINEL			      PIC S9(4) COMP-4.
	       03  LINEF			      PIC X.
	       03  LINEI			      PIC X(060).
	   02  MSG410L				      PIC S9(4) COMP-4.
	   02  MSG410F				      PIC X.
	   02  FILLER REDEFINES MSG410F.
	       03  MSG410A			      PIC X.
	   02  MSG410I				      PIC X(050).
	   02  DUMMY410L			      PIC S9(4) COMP-4.
	   02  DUMMY410F			      PIC X.
	   02  FILLER REDEFINES DUMMY410F.
	       03  DUMMY410A			      PIC X.
	   02  DUMMY410I			      PIC X(001).
       01  PAGE410O REDEFINES PAGE410I.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DATE410O 			      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TIME410O 			      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OCIDO				      PIC X(005).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OSCRIPO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OSEQO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OBSO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OQTYO				      PIC X(007).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OLIMITO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OVALIDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OPINO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OSTATO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ORESVO				      PIC X(018).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OFILLO				      PIC X(009).
	   02  LINEGO OCCURS 10.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LINEO			      PIC X(060).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSG410O				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DUMMY410O			      PIC X(001).
