	   IDENTIFICATION DIVISION.
	   PROGRAM-ID. QUADERN.
	   ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
	   FILE-CONTROL.
		   SELECT CONTROLIN
			   ASSIGN TO DYNAMIC WS-NOM-CONTROL
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-CONTROLIN.
		   SELECT OPTIONAL RUNLOG
			   ASSIGN TO "CADENA_LOG.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-RUNLOG.
		   SELECT OPTIONAL HISTEXEC
			   ASSIGN TO "HISTEXEC.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-HISTEXEC.
		   SELECT MARGE
			   ASSIGN TO "MARGE.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-MARGE.
		   SELECT INFORME
			   ASSIGN TO "QUADERN.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT RPTCONTROL
			   ASSIGN TO "CONTROL_QDN.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT OPTIONAL EXCEPCIONS
			   ASSIGN TO "EXCEPCIONS.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.

	   DATA DIVISION.
	   FILE SECTION.
	   FD CONTROLIN.
			 01 CI-LINIA          PIC X(80).

	   FD RUNLOG.
			 01 LG-REG.
				 05 LG-DATA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 LG-HORA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 LG-PAS         PIC 9(2).
				 05 FILLER         PIC X(1).
				 05 LG-PROGRAMA    PIC X(16).
				 05 FILLER         PIC X(1).
				 05 LG-ESDEVENIMENT PIC X(10).
				 05 FILLER         PIC X(1).
				 05 LG-RC          PIC 9(4).

	   FD HISTEXEC.
			 01 HX-REG.
				 05 HX-DATA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 HX-HORA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 HX-PROGRAMA    PIC X(9).
				 05 FILLER         PIC X(1).
				 05 HX-LLEGITS     PIC 9(9).
				 05 FILLER         PIC X(1).
				 05 HX-ESCRITS     PIC 9(9).
				 05 FILLER         PIC X(1).
				 05 HX-REBUTJATS   PIC 9(9).
				 05 FILLER         PIC X(1).
				 05 HX-DURADA      PIC 9(7)V99.

	   FD MARGE.
			 01 MG-REG.
				 05 MG-PERCENT     PIC 9(3).
				 05 FILLER         PIC X(1).
				 05 MG-EXECUCIONS  PIC 9(2).

	   FD INFORME.
			 01 QD-LINIA          PIC X(120).

	   FD RPTCONTROL.
			 01 CT-REG.
				 05 CT-ETIQUETA    PIC X(25).
				 05 FILLER         PIC X(1).
				 05 CT-VALOR       PIC X(20).

	   FD EXCEPCIONS.
			 01 EX-REG.
				 05 EX-DATA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 EX-PROGRAMA    PIC X(9).
				 05 FILLER         PIC X(1).
				 05 EX-SEVERITAT   PIC X(1).
				 05 FILLER         PIC X(1).
				 05 EX-CLAU        PIC X(14).
				 05 FILLER         PIC X(1).
				 05 EX-MOTIU       PIC X(40).
				 05 FILLER         PIC X(1).
				 05 EX-ESTAT       PIC X(1).
				 05 FILLER         PIC X(1).
				 05 EX-DATA-RESOLT PIC X(8).

	   WORKING-STORAGE SECTION.
		   01 FIN-FICHERO PIC X(5) VALUE "FALSE".

		   01 FS-CONTROLIN PIC X(2).
		   01 FS-RUNLOG    PIC X(2).
		   01 FS-HISTEXEC  PIC X(2).
		   01 FS-MARGE     PIC X(2).

		   01 WS-NOM-CONTROL    PIC X(30).

		   01 WS-CONTADORS.
			   05 WS-COMPT-EXECUTATS  PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-ABSENTS    PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-DESVIACIONS PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-RC         PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-HISTORIC   PIC 9(7) VALUE ZERO.

		   01 WS-TEMPS.
			   05 WS-DATA-INICI  PIC X(8).
			   05 WS-HORA-INICI  PIC X(8).
			   05 WS-DATA-FI     PIC X(8).
			   05 WS-HORA-FI     PIC X(8).

		   01 WS-DATA-EXC.
			   05 FILLER         PIC X(2) VALUE "20".
			   05 WS-EXC-AAMMDD  PIC X(6).

		   01 WS-MOTIU          PIC X(40).

		   01 WS-MODE           PIC X(32) VALUE SPACES.
		   01 WS-MODE-DATA      PIC X(8) VALUE SPACES.
		   01 WS-DATA-REVISADA  PIC X(6).
		   01 WS-MARGE          PIC 9(3) VALUE 50.
		   01 WS-EXECUCIONS     PIC 9(2) VALUE 5.
		   01 WS-ESTAT-CADENA   PIC X(12) VALUE "NO EXECUTADA".

		   01 WS-ETIQUETA       PIC X(30).
		   01 WS-VALOR          PIC X(20).
		   01 WS-POS-VALOR      PIC 9(2).
		   01 WS-TEXT-NUM       PIC X(20).
		   01 WS-LONG           PIC 9(2).
		   01 WS-POS            PIC 9(2).
		   01 WS-NUM-ALFA       PIC X(9).
		   01 WS-NUM-VALOR REDEFINES WS-NUM-ALFA PIC 9(9).
		   01 WS-PROG-CADENA    PIC X(9).

		   01 WS-HORA-TREBALL   PIC X(8).
		   01 WS-HORA-DETALL REDEFINES WS-HORA-TREBALL.
			   05 WS-HT-HH       PIC 9(2).
			   05 WS-HT-MM       PIC 9(2).
			   05 WS-HT-SS       PIC 9(2).
			   05 WS-HT-CC       PIC 9(2).
		   01 WS-SEGONS         PIC 9(7)V99.
		   01 WS-SEGONS-INICI   PIC 9(7)V99.
		   01 WS-SEGONS-FI      PIC 9(7)V99.

		   01 WS-MESURA-NOM     PIC X(10).
		   01 WS-MESURA-ACTUAL  PIC 9(9)V99.
		   01 WS-MESURA-MITJANA PIC 9(9)V99.
		   01 WS-MESURA-MINIM   PIC 9(3)V99.
		   01 WS-MESURA-DIF     PIC 9(9)V99.
		   01 WS-MESURA-SUMA    PIC 9(11)V99.
		   01 WS-MESURA-EDITAT  PIC Z(8)9.99.
		   01 WS-MITJANA-EDITAT PIC Z(8)9.99.
		   01 WS-MARGE-EDITAT   PIC ZZ9.
		   01 WS-RC-EDITAT      PIC ZZZ9.

		   01 RB-MAX            PIC 9(2) VALUE 33.
		   01 RB-TOTAL          PIC 9(2) VALUE 33.
		   01 RB-IDX            PIC 9(2).
		   01 RB-TROBAT         PIC X(5).
		   01 HT-IDX            PIC 9(2).

		   01 CATALEG-DEF.
			   05 FILLER PIC X(9)  VALUE "VERIFIDX".
			   05 FILLER PIC X(16) VALUE SPACES.
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "S".
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(9)  VALUE "TST".
			   05 FILLER PIC X(16) VALUE "CONTROL_TST.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "S".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES LLEGITS".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES ESCRITS".
			   05 FILLER PIC X(25) VALUE "RECHAZOS".
			   05 FILLER PIC X(9)  VALUE "MOVIMENTS".
			   05 FILLER PIC X(16) VALUE "CONTROL_MOV.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "S".
			   05 FILLER PIC X(25)
				   VALUE "MOVIMENTS LLEGITS".
			   05 FILLER PIC X(25)
				   VALUE "MOVIMENTS APLICATS".
			   05 FILLER PIC X(25)
				   VALUE "MOVIMENTS REBUTJATS".
			   05 FILLER PIC X(9)  VALUE "REVPREUS".
			   05 FILLER PIC X(16) VALUE "CONTROL_PRE.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "S".
			   05 FILLER PIC X(25) VALUE "CANVIS LLEGITS".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES ACTUALITZATS".
			   05 FILLER PIC X(25) VALUE "ERRORS".
			   05 FILLER PIC X(9)  VALUE "VALORA".
			   05 FILLER PIC X(16) VALUE SPACES.
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "S".
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(9)  VALUE "EXTFIN".
			   05 FILLER PIC X(16) VALUE "CONTROL_FIN.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "S".
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(25) VALUE "REGISTRES DETALL".
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(9)  VALUE "ACKFIN".
			   05 FILLER PIC X(16) VALUE "CONTROL_ACK.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25) VALUE "ACKS LLEGITS".
			   05 FILLER PIC X(25)
				   VALUE "EXTRACTES CONFIRMATS".
			   05 FILLER PIC X(25)
				   VALUE "EXTRACTES REBUTJATS".
			   05 FILLER PIC X(9)  VALUE "ALTAORD".
			   05 FILLER PIC X(16) VALUE "CONTROL_ORD.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25) VALUE "LINIES LLEGIDES".
			   05 FILLER PIC X(25)
				   VALUE "LINIES ACCEPTADES".
			   05 FILLER PIC X(25)
				   VALUE "LINIES REBUTJADES".
			   05 FILLER PIC X(9)  VALUE "PETICIONS".
			   05 FILLER PIC X(16) VALUE "CONTROL_QRY.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25)
				   VALUE "PETICIONS LLEGIDES".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES SELECCIONATS".
			   05 FILLER PIC X(25)
				   VALUE "PETICIONS ERRONIES".
			   05 FILLER PIC X(9)  VALUE "PRODMANT".
			   05 FILLER PIC X(16) VALUE "CONTROL_PRD.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES LLEGITS".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES ESCRITS".
			   05 FILLER PIC X(25) VALUE "RECHAZOS".
			   05 FILLER PIC X(9)  VALUE "ZONAMANT".
			   05 FILLER PIC X(16) VALUE "CONTROL_ZON.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES LLEGITS".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES ESCRITS".
			   05 FILLER PIC X(25) VALUE "RECHAZOS".
			   05 FILLER PIC X(9)  VALUE "PROVMANT".
			   05 FILLER PIC X(16) VALUE "CONTROL_PRV.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES LLEGITS".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES ESCRITS".
			   05 FILLER PIC X(25) VALUE "RECHAZOS".
			   05 FILLER PIC X(9)  VALUE "GENCOM".
			   05 FILLER PIC X(16) VALUE "CONTROL_COM.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25) VALUE "LINIES LLEGIDES".
			   05 FILLER PIC X(25)
				   VALUE "LINIES DE COMANDA".
			   05 FILLER PIC X(25)
				   VALUE "LINIES REBUTJADES".
			   05 FILLER PIC X(9)  VALUE "RECEPCOM".
			   05 FILLER PIC X(16) VALUE "CONTROL_ENT.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25)
				   VALUE "ENTREGUES LLEGIDES".
			   05 FILLER PIC X(25)
				   VALUE "ENTREGUES APLICADES".
			   05 FILLER PIC X(25)
				   VALUE "ENTREGUES REBUTJADES".
			   05 FILLER PIC X(9)  VALUE "QUALPROV".
			   05 FILLER PIC X(16) VALUE "CONTROL_QPV.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25)
				   VALUE "RECEPCIONS LLEGIDES".
			   05 FILLER PIC X(25)
				   VALUE "PROVEIDORS INFORMATS".
			   05 FILLER PIC X(25)
				   VALUE "PRODUCTE INEXISTENT".
			   05 FILLER PIC X(9)  VALUE "FULLREC".
			   05 FILLER PIC X(16) VALUE "CONTROL_FRC.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(25) VALUE "LINIES A COMPTAR".
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(9)  VALUE "RECOMPTE".
			   05 FILLER PIC X(16) VALUE "CONTROL_RCP.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25)
				   VALUE "RECOMPTES LLEGITS".
			   05 FILLER PIC X(25) VALUE "AJUSTOS GENERATS".
			   05 FILLER PIC X(25)
				   VALUE "RECOMPTES REBUTJATS".
			   05 FILLER PIC X(9)  VALUE "PLANMIN".
			   05 FILLER PIC X(16) VALUE "CONTROL_PLM.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25) VALUE "CONSUMS LLEGITS".
			   05 FILLER PIC X(25)
				   VALUE "PROPOSTES GENERADES".
			   05 FILLER PIC X(25) VALUE "SENSE TERMINI".
			   05 FILLER PIC X(9)  VALUE "COPIASEG".
			   05 FILLER PIC X(16) VALUE "CONTROL_BKP.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25) VALUE "FITXERS COPIATS".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES COPIATS".
			   05 FILLER PIC X(25) VALUE "FITXERS ABSENTS".
			   05 FILLER PIC X(9)  VALUE "RESTAURA".
			   05 FILLER PIC X(16) VALUE "CONTROL_RST.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25)
				   VALUE "FITXERS VERIFICATS".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES RESTAURATS".
			   05 FILLER PIC X(25) VALUE "DISCREPANCIES".
			   05 FILLER PIC X(9)  VALUE "FACTURA".
			   05 FILLER PIC X(16) VALUE "CONTROL_FAC.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES LLEGITS".
			   05 FILLER PIC X(25)
				   VALUE "LINIES FACTURADES".
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(9)  VALUE "TANCAPER".
			   05 FILLER PIC X(16) VALUE "CONTROL_PER.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES CONGELATS".
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(9)  VALUE "COMPPER".
			   05 FILLER PIC X(16) VALUE "CONTROL_CPE.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25) VALUE "REGISTRES TANCAT".
			   05 FILLER PIC X(25)
				   VALUE "PRODUCTES COMPARATS".
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(9)  VALUE "ARXIVA".
			   05 FILLER PIC X(16) VALUE "CONTROL_ARX.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES LLEGITS".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES ARXIVATS".
			   05 FILLER PIC X(25) VALUE "ERRORS".
			   05 FILLER PIC X(9)  VALUE "APROVA".
			   05 FILLER PIC X(16) VALUE "CONTROL_APR.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25)
				   VALUE "DECISIONS LLEGIDES".
			   05 FILLER PIC X(25) VALUE "LINIES APROVADES".
			   05 FILLER PIC X(25)
				   VALUE "DECISIONS DENEGADES".
			   05 FILLER PIC X(9)  VALUE "RECUPERA".
			   05 FILLER PIC X(16) VALUE "CONTROL_REC.TXT".
			   05 FILLER PIC 9(2)  VALUE 25.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25)
				   VALUE "ENTRADES LLEGIDES".
			   05 FILLER PIC X(25)
				   VALUE "ENTRADES APLICADES".
			   05 FILLER PIC X(25) VALUE "ERRORS".
			   05 FILLER PIC X(9)  VALUE "CONVERT".
			   05 FILLER PIC X(16) VALUE "CONTROL.TXT".
			   05 FILLER PIC 9(2)  VALUE 30.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES ENTRADA".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES DETALLE".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES RECHAZOS".
			   05 FILLER PIC X(9)  VALUE "ROTACIO".
			   05 FILLER PIC X(16) VALUE "CONTROL_ROT.TXT".
			   05 FILLER PIC 9(2)  VALUE 30.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(25) VALUE "LINIES COPIADES".
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(9)  VALUE "COMPARA".
			   05 FILLER PIC X(16) VALUE "CONTROL_CMP.TXT".
			   05 FILLER PIC 9(2)  VALUE 30.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(9)  VALUE "REPARA".
			   05 FILLER PIC X(16) VALUE "CONTROL_REP.TXT".
			   05 FILLER PIC 9(2)  VALUE 30.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25) VALUE "RECHAZOS LLEGITS".
			   05 FILLER PIC X(25) VALUE "LINIES REENTRADA".
			   05 FILLER PIC X(25) VALUE "LINIES REBOTADES".
			   05 FILLER PIC X(9)  VALUE "PERSMANT".
			   05 FILLER PIC X(16) VALUE "CONTROL_PRS.TXT".
			   05 FILLER PIC 9(2)  VALUE 30.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES LLEGITS".
			   05 FILLER PIC X(25) VALUE "ALTES AL MESTRE".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES RECHAZOS".
			   05 FILLER PIC X(9)  VALUE "PERSDUPL".
			   05 FILLER PIC X(16) VALUE "CONTROL_DUP.TXT".
			   05 FILLER PIC 9(2)  VALUE 30.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25)
				   VALUE "PERSONES LLEGIDES".
			   05 FILLER PIC X(25)
				   VALUE "PARELLES CANDIDATES".
			   05 FILLER PIC X(25) VALUE SPACES.
			   05 FILLER PIC X(9)  VALUE "PERSFUSI".
			   05 FILLER PIC X(16) VALUE "CONTROL_FUS.TXT".
			   05 FILLER PIC 9(2)  VALUE 30.
			   05 FILLER PIC X(1)  VALUE "N".
			   05 FILLER PIC X(25)
				   VALUE "PETICIONS LLEGIDES".
			   05 FILLER PIC X(25)
				   VALUE "FUSIONS APLICADES".
			   05 FILLER PIC X(25)
				   VALUE "REGISTRES RECHAZOS".
		   01 CATALEG REDEFINES CATALEG-DEF.
			   05 RB-ENTRADA OCCURS 33 TIMES.
				   10 RB-PROGRAMA    PIC X(9).
				   10 RB-FITXER      PIC X(16).
				   10 RB-AMPLADA     PIC 9(2).
				   10 RB-ESPERAT     PIC X(1).
				   10 RB-ET-LLEGITS  PIC X(25).
				   10 RB-ET-ESCRITS  PIC X(25).
				   10 RB-ET-REBUTJATS PIC X(25).

		   01 RS-TAULA.
			   05 RS-ENTRADA OCCURS 33 TIMES.
				   10 RS-EXECUTAT    PIC X(5).
				   10 RS-HISTORIAT   PIC X(5).
				   10 RS-DATA-INICI  PIC X(8).
				   10 RS-HORA-INICI  PIC X(8).
				   10 RS-DATA-FI     PIC X(8).
				   10 RS-HORA-FI     PIC X(8).
				   10 RS-LLEGITS     PIC 9(9).
				   10 RS-ESCRITS     PIC 9(9).
				   10 RS-REBUTJATS   PIC 9(9).
				   10 RS-DURADA      PIC 9(7)V99.
				   10 RS-CADENA      PIC X(5).
				   10 RS-LG-INICI    PIC X(8).
				   10 RS-LG-FI       PIC X(8).
				   10 RS-RC          PIC 9(4).
				   10 HT-NUM         PIC 9(2).
				   10 HT-SEG         PIC 9(2).
				   10 HT-EXECUCIO OCCURS 10 TIMES.
					   15 HT-LLEGITS   PIC 9(9).
					   15 HT-ESCRITS   PIC 9(9).
					   15 HT-REBUTJATS PIC 9(9).
					   15 HT-DURADA    PIC 9(7)V99.

		   01 LINIA-CAPCALERA.
			   05 FILLER PIC X(10) VALUE "PROGRAMA".
			   05 FILLER PIC X(9)  VALUE "INICI".
			   05 FILLER PIC X(9)  VALUE "FI".
			   05 FILLER PIC X(13) VALUE "    DURADA S".
			   05 FILLER PIC X(11) VALUE "   LLEGITS".
			   05 FILLER PIC X(11) VALUE "   ESCRITS".
			   05 FILLER PIC X(11) VALUE " REBUTJATS".
			   05 FILLER PIC X(6)  VALUE "   RC".
			   05 FILLER PIC X(10) VALUE "ORIGEN".

		   01 LINIA-DETALL.
			   05 LD-PROGRAMA    PIC X(9).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-INICI       PIC X(8).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-FI          PIC X(8).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-DURADA      PIC Z(8)9.99.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-LLEGITS     PIC Z(9)9.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-ESCRITS     PIC Z(9)9.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-REBUTJATS   PIC Z(9)9.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-RC          PIC X(5).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-ORIGEN      PIC X(10).

	   PROCEDURE DIVISION.
	   MAINLINE.
		   ACCEPT WS-MODE FROM COMMAND-LINE
		   ACCEPT WS-DATA-INICI FROM DATE
		   ACCEPT WS-HORA-INICI FROM TIME
		   ACCEPT WS-EXC-AAMMDD FROM DATE

		   MOVE WS-DATA-INICI(1:6) TO WS-DATA-REVISADA
		   UNSTRING WS-MODE DELIMITED BY ALL " "
			   INTO WS-MODE-DATA
		   END-UNSTRING
		   IF WS-MODE-DATA NOT = SPACES
			   IF WS-MODE-DATA(1:6) IS NOT NUMERIC
				   DISPLAY "QUADERN - DATA INCORRECTA"
				   MOVE 16 TO RETURN-CODE
				   STOP RUN
			   END-IF
			   MOVE WS-MODE-DATA(1:6) TO WS-DATA-REVISADA
		   END-IF

		   PERFORM LLEGIR-MARGE THRU FIN-LLEGIR-MARGE

		   PERFORM LLEGIR-CONTROL THRU FIN-LLEGIR-CONTROL
			   VARYING RB-IDX FROM 1 BY 1
			   UNTIL RB-IDX > RB-TOTAL

		   PERFORM LLEGIR-CADENA THRU FIN-LLEGIR-CADENA
		   PERFORM LLEGIR-HISTORIC THRU FIN-LLEGIR-HISTORIC

		   OPEN OUTPUT INFORME
		   OPEN EXTEND EXCEPCIONS

		   MOVE SPACES TO QD-LINIA
		   STRING "QUADERN D'EXPLOTACIO DEL DIA "
		       WS-DATA-REVISADA
		       " - CADENA " WS-ESTAT-CADENA
		       DELIMITED BY SIZE INTO QD-LINIA
		   END-STRING
		   WRITE QD-LINIA
		   MOVE WS-MARGE TO WS-MARGE-EDITAT
		   MOVE SPACES TO QD-LINIA
		   STRING "MARGE DE DESVIACIO " WS-MARGE-EDITAT
			   "% SOBRE LA MITJANA DE LES DARRERES "
			   WS-EXECUCIONS " EXECUCIONS"
			   DELIMITED BY SIZE INTO QD-LINIA
		   END-STRING
		   WRITE QD-LINIA
		   MOVE SPACES TO QD-LINIA
		   WRITE QD-LINIA
		   WRITE QD-LINIA FROM LINIA-CAPCALERA

		   PERFORM INFORMAR-PROGRAMA THRU FIN-INFORMAR-PROGRAMA
			   VARYING RB-IDX FROM 1 BY 1
			   UNTIL RB-IDX > RB-TOTAL

		   PERFORM ESCRIURE-RESUM THRU FIN-ESCRIURE-RESUM

		   CLOSE INFORME, EXCEPCIONS

		   PERFORM GRAVAR-HISTORIC THRU FIN-GRAVAR-HISTORIC

		   PERFORM ESCRIURE-RPTCONTROL
			   THRU FIN-ESCRIURE-RPTCONTROL

		   STOP RUN.

	   FIN-MAINLINE. EXIT.

	   LLEGIR-MARGE.
		   OPEN INPUT MARGE
		   IF FS-MARGE NOT = "00"
			   GO TO FIN-LLEGIR-MARGE
		   END-IF
		   READ MARGE
		   IF FS-MARGE = "00"
			   IF MG-PERCENT IS NUMERIC
				   MOVE MG-PERCENT TO WS-MARGE
			   END-IF
			   IF MG-EXECUCIONS IS NUMERIC
				  AND MG-EXECUCIONS > ZERO
				  AND MG-EXECUCIONS NOT > 10
				   MOVE MG-EXECUCIONS TO WS-EXECUCIONS
			   END-IF
		   END-IF
		   CLOSE MARGE.

	   FIN-LLEGIR-MARGE. EXIT.

	   LLEGIR-CONTROL.
		   MOVE "FALSE" TO RS-EXECUTAT(RB-IDX)
		   MOVE "FALSE" TO RS-HISTORIAT(RB-IDX)
		   MOVE "FALSE" TO RS-CADENA(RB-IDX)
		   MOVE SPACES  TO RS-DATA-INICI(RB-IDX)
		   MOVE SPACES  TO RS-HORA-INICI(RB-IDX)
		   MOVE SPACES  TO RS-DATA-FI(RB-IDX)
		   MOVE SPACES  TO RS-HORA-FI(RB-IDX)
		   MOVE SPACES  TO RS-LG-INICI(RB-IDX)
		   MOVE SPACES  TO RS-LG-FI(RB-IDX)
		   MOVE ZERO    TO RS-LLEGITS(RB-IDX)
		   MOVE ZERO    TO RS-ESCRITS(RB-IDX)
		   MOVE ZERO    TO RS-REBUTJATS(RB-IDX)
		   MOVE ZERO    TO RS-DURADA(RB-IDX)
		   MOVE ZERO    TO RS-RC(RB-IDX)
		   MOVE ZERO    TO HT-NUM(RB-IDX)
		   MOVE ZERO    TO HT-SEG(RB-IDX)

		   IF RB-FITXER(RB-IDX) = SPACES
			   GO TO FIN-LLEGIR-CONTROL
		   END-IF

		   MOVE RB-FITXER(RB-IDX) TO WS-NOM-CONTROL
		   OPEN INPUT CONTROLIN
		   IF FS-CONTROLIN NOT = "00"
			   GO TO FIN-LLEGIR-CONTROL
		   END-IF

		   COMPUTE WS-POS-VALOR = RB-AMPLADA(RB-IDX) + 2
		   READ CONTROLIN
		   PERFORM LLEGIR-ETIQUETA THRU FIN-LLEGIR-ETIQUETA
			   UNTIL FS-CONTROLIN NOT = "00"
		   CLOSE CONTROLIN

		   IF RS-DATA-INICI(RB-IDX)(1:6) NOT = WS-DATA-REVISADA
			   GO TO FIN-LLEGIR-CONTROL
		   END-IF

		   MOVE "TRUE" TO RS-EXECUTAT(RB-IDX)
		   MOVE RS-HORA-INICI(RB-IDX) TO WS-HORA-TREBALL
		   PERFORM CALCULAR-SEGONS THRU FIN-CALCULAR-SEGONS
		   MOVE WS-SEGONS TO WS-SEGONS-INICI
		   MOVE RS-HORA-FI(RB-IDX) TO WS-HORA-TREBALL
		   PERFORM CALCULAR-SEGONS THRU FIN-CALCULAR-SEGONS
		   MOVE WS-SEGONS TO WS-SEGONS-FI
		   IF RS-DATA-FI(RB-IDX) > RS-DATA-INICI(RB-IDX)
			   ADD 86400 TO WS-SEGONS-FI
		   END-IF
		   IF WS-SEGONS-FI > WS-SEGONS-INICI
			   COMPUTE RS-DURADA(RB-IDX) =
			       WS-SEGONS-FI - WS-SEGONS-INICI
		   END-IF.

	   FIN-LLEGIR-CONTROL. EXIT.

	   LLEGIR-ETIQUETA.
		   MOVE SPACES TO WS-ETIQUETA
		   MOVE CI-LINIA(1:RB-AMPLADA(RB-IDX)) TO WS-ETIQUETA
		   MOVE CI-LINIA(WS-POS-VALOR:20) TO WS-VALOR

		   EVALUATE TRUE
			   WHEN WS-ETIQUETA = SPACES
				   CONTINUE
			   WHEN WS-ETIQUETA = "DATA INICI"
				   MOVE WS-VALOR
					   TO RS-DATA-INICI(RB-IDX)
			   WHEN WS-ETIQUETA = "HORA INICI"
				   MOVE WS-VALOR
					   TO RS-HORA-INICI(RB-IDX)
			   WHEN WS-ETIQUETA = "DATA FI"
				   MOVE WS-VALOR TO RS-DATA-FI(RB-IDX)
			   WHEN WS-ETIQUETA = "HORA FI"
				   MOVE WS-VALOR TO RS-HORA-FI(RB-IDX)
			   WHEN WS-ETIQUETA = RB-ET-LLEGITS(RB-IDX)
				   PERFORM CONVERTIR-VALOR
					   THRU FIN-CONVERTIR-VALOR
				   MOVE WS-NUM-VALOR
					   TO RS-LLEGITS(RB-IDX)
			   WHEN WS-ETIQUETA = RB-ET-ESCRITS(RB-IDX)
				   PERFORM CONVERTIR-VALOR
					   THRU FIN-CONVERTIR-VALOR
				   MOVE WS-NUM-VALOR
					   TO RS-ESCRITS(RB-IDX)
			   WHEN WS-ETIQUETA = RB-ET-REBUTJATS(RB-IDX)
				   PERFORM CONVERTIR-VALOR
					   THRU FIN-CONVERTIR-VALOR
				   MOVE WS-NUM-VALOR
					   TO RS-REBUTJATS(RB-IDX)
		   END-EVALUATE

		   READ CONTROLIN.

	   FIN-LLEGIR-ETIQUETA. EXIT.

	   CONVERTIR-VALOR.
		   MOVE ZERO TO WS-NUM-VALOR
		   MOVE ZERO TO WS-LONG
		   MOVE SPACES TO WS-TEXT-NUM
		   UNSTRING WS-VALOR DELIMITED BY ALL " "
			   INTO WS-TEXT-NUM COUNT IN WS-LONG
		   END-UNSTRING

		   IF WS-LONG = ZERO OR WS-LONG > 9
			   GO TO FIN-CONVERTIR-VALOR
		   END-IF
		   IF WS-TEXT-NUM(1:WS-LONG) IS NOT NUMERIC
			   GO TO FIN-CONVERTIR-VALOR
		   END-IF

		   COMPUTE WS-POS = 10 - WS-LONG
		   MOVE WS-TEXT-NUM(1:WS-LONG)
			   TO WS-NUM-ALFA(WS-POS:WS-LONG).

	   FIN-CONVERTIR-VALOR. EXIT.

	   CALCULAR-SEGONS.
		   MOVE ZERO TO WS-SEGONS
		   IF WS-HORA-TREBALL IS NOT NUMERIC
			   GO TO FIN-CALCULAR-SEGONS
		   END-IF
		   COMPUTE WS-SEGONS = WS-HT-HH * 3600 + WS-HT-MM * 60
			       + WS-HT-SS + WS-HT-CC / 100.

	   FIN-CALCULAR-SEGONS. EXIT.

	   LLEGIR-CADENA.
		   OPEN INPUT RUNLOG
		   IF FS-RUNLOG NOT = "00"
			   GO TO FIN-LLEGIR-CADENA
		   END-IF

		   READ RUNLOG
		   PERFORM TRACTAR-PAS THRU FIN-TRACTAR-PAS
			   UNTIL FS-RUNLOG NOT = "00"

		   CLOSE RUNLOG.

	   FIN-LLEGIR-CADENA. EXIT.

	   TRACTAR-PAS.
		   IF LG-DATA(1:6) NOT = WS-DATA-REVISADA
			   GO TO LLEGIR-SEGUENT-PAS
		   END-IF

		   MOVE SPACES TO WS-PROG-CADENA
		   UNSTRING LG-PROGRAMA DELIMITED BY ALL " "
			   INTO WS-PROG-CADENA
		   END-UNSTRING

		   IF WS-PROG-CADENA = "CADENA"
			   EVALUATE LG-ESDEVENIMENT
				   WHEN "COMPLETA"
					   MOVE "COMPLETA"
						   TO WS-ESTAT-CADENA
				   WHEN "REPRESA"
					   MOVE "REPRESA"
						   TO WS-ESTAT-CADENA
			   END-EVALUATE
			   GO TO LLEGIR-SEGUENT-PAS
		   END-IF

		   IF LG-ESDEVENIMENT = "AVORTADA"
			   MOVE "AVORTADA" TO WS-ESTAT-CADENA
		   END-IF

		   MOVE "FALSE" TO RB-TROBAT
		   PERFORM CERCAR-PROGRAMA THRU FIN-CERCAR-PROGRAMA
			   VARYING RB-IDX FROM 1 BY 1
			   UNTIL RB-IDX > RB-TOTAL
				   OR RB-TROBAT = "TRUE"
		   IF RB-TROBAT NOT = "TRUE"
			   GO TO LLEGIR-SEGUENT-PAS
		   END-IF
		   SUBTRACT 1 FROM RB-IDX

		   MOVE "TRUE" TO RS-CADENA(RB-IDX)
		   EVALUATE LG-ESDEVENIMENT
			   WHEN "INICI"
				   MOVE LG-HORA TO RS-LG-INICI(RB-IDX)
				   MOVE SPACES  TO RS-LG-FI(RB-IDX)
			   WHEN "FI"
				   MOVE LG-HORA TO RS-LG-FI(RB-IDX)
				   MOVE LG-RC   TO RS-RC(RB-IDX)
		   END-EVALUATE

		   IF RS-EXECUTAT(RB-IDX) = "TRUE"
			   GO TO LLEGIR-SEGUENT-PAS
		   END-IF

		   MOVE WS-DATA-REVISADA   TO RS-DATA-INICI(RB-IDX)
		   MOVE WS-DATA-REVISADA   TO RS-DATA-FI(RB-IDX)
		   MOVE RS-LG-INICI(RB-IDX) TO RS-HORA-INICI(RB-IDX)
		   MOVE RS-LG-FI(RB-IDX)   TO RS-HORA-FI(RB-IDX)
		   MOVE ZERO TO RS-DURADA(RB-IDX)
		   IF RS-LG-FI(RB-IDX) NOT = SPACES
			   MOVE RS-LG-INICI(RB-IDX) TO WS-HORA-TREBALL
			   PERFORM CALCULAR-SEGONS
				   THRU FIN-CALCULAR-SEGONS
			   MOVE WS-SEGONS TO WS-SEGONS-INICI
			   MOVE RS-LG-FI(RB-IDX) TO WS-HORA-TREBALL
			   PERFORM CALCULAR-SEGONS
				   THRU FIN-CALCULAR-SEGONS
			   IF WS-SEGONS > WS-SEGONS-INICI
				   COMPUTE RS-DURADA(RB-IDX) =
				       WS-SEGONS - WS-SEGONS-INICI
			   END-IF
		   END-IF.

	   LLEGIR-SEGUENT-PAS.
		   READ RUNLOG.

	   FIN-TRACTAR-PAS. EXIT.

	   CERCAR-PROGRAMA.
		   IF RB-PROGRAMA(RB-IDX) = WS-PROG-CADENA
			   MOVE "TRUE" TO RB-TROBAT
		   END-IF.

	   FIN-CERCAR-PROGRAMA. EXIT.

	   LLEGIR-HISTORIC.
		   OPEN INPUT HISTEXEC
		   IF FS-HISTEXEC NOT = "00"
			   GO TO FIN-LLEGIR-HISTORIC
		   END-IF

		   READ HISTEXEC
		   PERFORM ACUMULAR-HISTORIC THRU FIN-ACUMULAR-HISTORIC
			   UNTIL FS-HISTEXEC NOT = "00"

		   CLOSE HISTEXEC.

	   FIN-LLEGIR-HISTORIC. EXIT.

	   ACUMULAR-HISTORIC.
		   ADD 1 TO WS-COMPT-HISTORIC
		   IF HX-DATA(1:6) > WS-DATA-REVISADA
			   GO TO LLEGIR-SEGUENT-HISTORIC
		   END-IF

		   MOVE HX-PROGRAMA TO WS-PROG-CADENA
		   MOVE "FALSE" TO RB-TROBAT
		   PERFORM CERCAR-PROGRAMA THRU FIN-CERCAR-PROGRAMA
			   VARYING RB-IDX FROM 1 BY 1
			   UNTIL RB-IDX > RB-TOTAL
				   OR RB-TROBAT = "TRUE"
		   IF RB-TROBAT NOT = "TRUE"
			   GO TO LLEGIR-SEGUENT-HISTORIC
		   END-IF
		   SUBTRACT 1 FROM RB-IDX

		   IF (RS-EXECUTAT(RB-IDX) = "TRUE"
			   OR RS-CADENA(RB-IDX) = "TRUE")
			  AND HX-DATA = RS-DATA-INICI(RB-IDX)
			  AND HX-HORA = RS-HORA-INICI(RB-IDX)
			   MOVE "TRUE" TO RS-HISTORIAT(RB-IDX)
			   GO TO LLEGIR-SEGUENT-HISTORIC
		   END-IF

		   ADD 1 TO HT-SEG(RB-IDX)
		   IF HT-SEG(RB-IDX) > WS-EXECUCIONS
			   MOVE 1 TO HT-SEG(RB-IDX)
		   END-IF
		   IF HT-NUM(RB-IDX) < WS-EXECUCIONS
			   ADD 1 TO HT-NUM(RB-IDX)
		   END-IF
		   MOVE HT-SEG(RB-IDX) TO HT-IDX
		   MOVE HX-LLEGITS   TO HT-LLEGITS(RB-IDX, HT-IDX)
		   MOVE HX-ESCRITS   TO HT-ESCRITS(RB-IDX, HT-IDX)
		   MOVE HX-REBUTJATS TO HT-REBUTJATS(RB-IDX, HT-IDX)
		   MOVE HX-DURADA    TO HT-DURADA(RB-IDX, HT-IDX).

	   LLEGIR-SEGUENT-HISTORIC.
		   READ HISTEXEC.

	   FIN-ACUMULAR-HISTORIC. EXIT.

	   INFORMAR-PROGRAMA.
		   IF RS-EXECUTAT(RB-IDX) NOT = "TRUE"
			  AND RS-CADENA(RB-IDX) NOT = "TRUE"
			   IF RB-ESPERAT(RB-IDX) = "S"
				   PERFORM INFORMAR-ABSENT
					   THRU FIN-INFORMAR-ABSENT
			   END-IF
			   GO TO FIN-INFORMAR-PROGRAMA
		   END-IF

		   ADD 1 TO WS-COMPT-EXECUTATS
		   MOVE SPACES TO LINIA-DETALL
		   MOVE RB-PROGRAMA(RB-IDX) TO LD-PROGRAMA
		   MOVE RS-HORA-INICI(RB-IDX) TO WS-HORA-TREBALL
		   STRING WS-HORA-TREBALL(1:2) ":" WS-HORA-TREBALL(3:2)
			   ":" WS-HORA-TREBALL(5:2)
			   DELIMITED BY SIZE INTO LD-INICI
		   END-STRING
		   MOVE RS-HORA-FI(RB-IDX) TO WS-HORA-TREBALL
		   STRING WS-HORA-TREBALL(1:2) ":" WS-HORA-TREBALL(3:2)
			   ":" WS-HORA-TREBALL(5:2)
			   DELIMITED BY SIZE INTO LD-FI
		   END-STRING
		   MOVE RS-DURADA(RB-IDX)    TO LD-DURADA
		   MOVE RS-LLEGITS(RB-IDX)   TO LD-LLEGITS
		   MOVE RS-ESCRITS(RB-IDX)   TO LD-ESCRITS
		   MOVE RS-REBUTJATS(RB-IDX) TO LD-REBUTJATS
		   IF RS-CADENA(RB-IDX) = "TRUE"
			   MOVE RS-RC(RB-IDX) TO WS-RC-EDITAT
			   MOVE WS-RC-EDITAT  TO LD-RC
		   ELSE
			   MOVE "  --"        TO LD-RC
		   END-IF
		   IF RS-EXECUTAT(RB-IDX) = "TRUE"
			   MOVE RB-FITXER(RB-IDX) TO LD-ORIGEN
		   ELSE
			   MOVE "CADENA"          TO LD-ORIGEN
		   END-IF
		   WRITE QD-LINIA FROM LINIA-DETALL

		   IF RS-CADENA(RB-IDX) = "TRUE"
			  AND RS-LG-FI(RB-IDX) = SPACES
			   ADD 1 TO WS-COMPT-RC
			   MOVE "  *** PAS INICIAT I NO ACABAT"
				   TO QD-LINIA
			   WRITE QD-LINIA
			   MOVE "PAS DE CADENA SENSE FINAL" TO WS-MOTIU
			   PERFORM ESCRIURE-EXCEPCIO
				   THRU FIN-ESCRIURE-EXCEPCIO
		   END-IF

		   IF RS-RC(RB-IDX) NOT = ZERO
			   ADD 1 TO WS-COMPT-RC
			   MOVE SPACES TO QD-LINIA
			   STRING "  *** CODI DE RETORN " WS-RC-EDITAT
				   " A LA CADENA"
				   DELIMITED BY SIZE INTO QD-LINIA
			   END-STRING
			   WRITE QD-LINIA
			   MOVE "CODI DE RETORN NO ZERO A LA CADENA"
				   TO WS-MOTIU
			   PERFORM ESCRIURE-EXCEPCIO
				   THRU FIN-ESCRIURE-EXCEPCIO
		   END-IF

		   IF HT-NUM(RB-IDX) = ZERO
			   GO TO FIN-INFORMAR-PROGRAMA
		   END-IF

		   MOVE "LLEGITS" TO WS-MESURA-NOM
		   MOVE RS-LLEGITS(RB-IDX) TO WS-MESURA-ACTUAL
		   MOVE ZERO TO WS-MESURA-SUMA
		   PERFORM SUMAR-LLEGITS THRU FIN-SUMAR-LLEGITS
			   VARYING HT-IDX FROM 1 BY 1
			   UNTIL HT-IDX > HT-NUM(RB-IDX)
		   MOVE ZERO TO WS-MESURA-MINIM
		   PERFORM COMPARAR-MESURA THRU FIN-COMPARAR-MESURA

		   MOVE "ESCRITS" TO WS-MESURA-NOM
		   MOVE RS-ESCRITS(RB-IDX) TO WS-MESURA-ACTUAL
		   MOVE ZERO TO WS-MESURA-SUMA
		   PERFORM SUMAR-ESCRITS THRU FIN-SUMAR-ESCRITS
			   VARYING HT-IDX FROM 1 BY 1
			   UNTIL HT-IDX > HT-NUM(RB-IDX)
		   PERFORM COMPARAR-MESURA THRU FIN-COMPARAR-MESURA

		   MOVE "REBUTJATS" TO WS-MESURA-NOM
		   MOVE RS-REBUTJATS(RB-IDX) TO WS-MESURA-ACTUAL
		   MOVE ZERO TO WS-MESURA-SUMA
		   PERFORM SUMAR-REBUTJATS THRU FIN-SUMAR-REBUTJATS
			   VARYING HT-IDX FROM 1 BY 1
			   UNTIL HT-IDX > HT-NUM(RB-IDX)
		   PERFORM COMPARAR-MESURA THRU FIN-COMPARAR-MESURA

		   MOVE "DURADA" TO WS-MESURA-NOM
		   MOVE RS-DURADA(RB-IDX) TO WS-MESURA-ACTUAL
		   MOVE ZERO TO WS-MESURA-SUMA
		   PERFORM SUMAR-DURADA THRU FIN-SUMAR-DURADA
			   VARYING HT-IDX FROM 1 BY 1
			   UNTIL HT-IDX > HT-NUM(RB-IDX)
		   MOVE 1 TO WS-MESURA-MINIM
		   PERFORM COMPARAR-MESURA THRU FIN-COMPARAR-MESURA.

	   FIN-INFORMAR-PROGRAMA. EXIT.

	   INFORMAR-ABSENT.
		   ADD 1 TO WS-COMPT-ABSENTS
		   MOVE SPACES TO QD-LINIA
		   STRING RB-PROGRAMA(RB-IDX)
			   " *** PROGRAMA ESPERAT NO EXECUTAT"
			   DELIMITED BY SIZE INTO QD-LINIA
		   END-STRING
		   WRITE QD-LINIA
		   MOVE "PROGRAMA ESPERAT NO EXECUTAT" TO WS-MOTIU
		   PERFORM ESCRIURE-EXCEPCIO THRU FIN-ESCRIURE-EXCEPCIO.

	   FIN-INFORMAR-ABSENT. EXIT.

	   SUMAR-LLEGITS.
		   ADD HT-LLEGITS(RB-IDX, HT-IDX) TO WS-MESURA-SUMA.

	   FIN-SUMAR-LLEGITS. EXIT.

	   SUMAR-ESCRITS.
		   ADD HT-ESCRITS(RB-IDX, HT-IDX) TO WS-MESURA-SUMA.

	   FIN-SUMAR-ESCRITS. EXIT.

	   SUMAR-REBUTJATS.
		   ADD HT-REBUTJATS(RB-IDX, HT-IDX) TO WS-MESURA-SUMA.

	   FIN-SUMAR-REBUTJATS. EXIT.

	   SUMAR-DURADA.
		   ADD HT-DURADA(RB-IDX, HT-IDX) TO WS-MESURA-SUMA.

	   FIN-SUMAR-DURADA. EXIT.

	   COMPARAR-MESURA.
		   COMPUTE WS-MESURA-MITJANA ROUNDED =
			       WS-MESURA-SUMA / HT-NUM(RB-IDX)

		   IF WS-MESURA-ACTUAL > WS-MESURA-MITJANA
			   COMPUTE WS-MESURA-DIF =
			       WS-MESURA-ACTUAL - WS-MESURA-MITJANA
		   ELSE
			   COMPUTE WS-MESURA-DIF =
			       WS-MESURA-MITJANA - WS-MESURA-ACTUAL
		   END-IF

		   IF WS-MESURA-DIF NOT > WS-MESURA-MINIM
			   GO TO FIN-COMPARAR-MESURA
		   END-IF
		   IF WS-MESURA-DIF * 100 NOT >
		       WS-MESURA-MITJANA * WS-MARGE
			   GO TO FIN-COMPARAR-MESURA
		   END-IF

		   ADD 1 TO WS-COMPT-DESVIACIONS
		   MOVE WS-MESURA-ACTUAL  TO WS-MESURA-EDITAT
		   MOVE WS-MESURA-MITJANA TO WS-MITJANA-EDITAT
		   MOVE SPACES TO QD-LINIA
		   STRING "  *** " WS-MESURA-NOM WS-MESURA-EDITAT
			   " FORA DEL MARGE (MITJANA "
			   WS-MITJANA-EDITAT ")"
			   DELIMITED BY SIZE INTO QD-LINIA
		   END-STRING
		   WRITE QD-LINIA.

	   FIN-COMPARAR-MESURA. EXIT.

	   ESCRIURE-EXCEPCIO.
		   MOVE SPACES TO EX-REG
		   MOVE WS-DATA-EXC         TO EX-DATA
		   MOVE "QUADERN"           TO EX-PROGRAMA
		   MOVE "E"                 TO EX-SEVERITAT
		   MOVE RB-PROGRAMA(RB-IDX) TO EX-CLAU(1:9)
		   MOVE WS-MOTIU            TO EX-MOTIU
		   MOVE "O"                 TO EX-ESTAT
		   WRITE EX-REG.

	   FIN-ESCRIURE-EXCEPCIO. EXIT.

	   ESCRIURE-RESUM.
		   MOVE SPACES TO QD-LINIA
		   WRITE QD-LINIA
		   STRING "PROGRAMES EXECUTATS " WS-COMPT-EXECUTATS
			   "  ESPERATS ABSENTS " WS-COMPT-ABSENTS
			   "  DESVIACIONS " WS-COMPT-DESVIACIONS
			   "  INCIDENCIES RC " WS-COMPT-RC
			   DELIMITED BY SIZE INTO QD-LINIA
		   END-STRING
		   WRITE QD-LINIA.

	   FIN-ESCRIURE-RESUM. EXIT.

	   GRAVAR-HISTORIC.
		   OPEN EXTEND HISTEXEC
		   PERFORM GRAVAR-EXECUCIO THRU FIN-GRAVAR-EXECUCIO
			   VARYING RB-IDX FROM 1 BY 1
			   UNTIL RB-IDX > RB-TOTAL
		   CLOSE HISTEXEC.

	   FIN-GRAVAR-HISTORIC. EXIT.

	   GRAVAR-EXECUCIO.
		   IF RS-EXECUTAT(RB-IDX) NOT = "TRUE"
			  AND RS-CADENA(RB-IDX) NOT = "TRUE"
			   GO TO FIN-GRAVAR-EXECUCIO
		   END-IF
		   IF RS-HISTORIAT(RB-IDX) = "TRUE"
			   GO TO FIN-GRAVAR-EXECUCIO
		   END-IF

		   MOVE SPACES TO HX-REG
		   MOVE RS-DATA-INICI(RB-IDX) TO HX-DATA
		   MOVE RS-HORA-INICI(RB-IDX) TO HX-HORA
		   MOVE RB-PROGRAMA(RB-IDX)   TO HX-PROGRAMA
		   MOVE RS-LLEGITS(RB-IDX)    TO HX-LLEGITS
		   MOVE RS-ESCRITS(RB-IDX)    TO HX-ESCRITS
		   MOVE RS-REBUTJATS(RB-IDX)  TO HX-REBUTJATS
		   MOVE RS-DURADA(RB-IDX)     TO HX-DURADA
		   WRITE HX-REG.

	   FIN-GRAVAR-EXECUCIO. EXIT.

	   ESCRIURE-RPTCONTROL.
		   ACCEPT WS-DATA-FI FROM DATE
		   ACCEPT WS-HORA-FI FROM TIME

		   OPEN OUTPUT RPTCONTROL
		   MOVE SPACES TO CT-REG

		   MOVE "DATA INICI"           TO CT-ETIQUETA
		   MOVE WS-DATA-INICI          TO CT-VALOR
		   WRITE CT-REG
		   MOVE "HORA INICI"           TO CT-ETIQUETA
		   MOVE WS-HORA-INICI          TO CT-VALOR
		   WRITE CT-REG
		   MOVE "DATA FI"              TO CT-ETIQUETA
		   MOVE WS-DATA-FI             TO CT-VALOR
		   WRITE CT-REG
		   MOVE "HORA FI"              TO CT-ETIQUETA
		   MOVE WS-HORA-FI             TO CT-VALOR
		   WRITE CT-REG
		   MOVE "DATA REVISADA"        TO CT-ETIQUETA
		   MOVE WS-DATA-REVISADA       TO CT-VALOR
		   WRITE CT-REG
		   MOVE "ESTAT DE LA CADENA"   TO CT-ETIQUETA
		   MOVE WS-ESTAT-CADENA        TO CT-VALOR
		   WRITE CT-REG
		   MOVE "PROGRAMES EXECUTATS"  TO CT-ETIQUETA
		   MOVE WS-COMPT-EXECUTATS     TO CT-VALOR
		   WRITE CT-REG
		   MOVE "ESPERATS NO EXECUTATS" TO CT-ETIQUETA
		   MOVE WS-COMPT-ABSENTS       TO CT-VALOR
		   WRITE CT-REG
		   MOVE "DESVIACIONS"          TO CT-ETIQUETA
		   MOVE WS-COMPT-DESVIACIONS   TO CT-VALOR
		   WRITE CT-REG
		   MOVE "INCIDENCIES RC"       TO CT-ETIQUETA
		   MOVE WS-COMPT-RC            TO CT-VALOR
		   WRITE CT-REG
		   MOVE "EXECUCIONS HISTORIC"  TO CT-ETIQUETA
		   MOVE WS-COMPT-HISTORIC      TO CT-VALOR
		   WRITE CT-REG
		   MOVE "MARGE PERCENT"        TO CT-ETIQUETA
		   MOVE WS-MARGE               TO CT-VALOR
		   WRITE CT-REG

		   CLOSE RPTCONTROL.

	   FIN-ESCRIURE-RPTCONTROL. EXIT.
