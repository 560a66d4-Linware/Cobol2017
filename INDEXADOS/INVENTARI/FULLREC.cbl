	   IDENTIFICATION DIVISION.
	   PROGRAM-ID. FULLREC.
	   ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
	   FILE-CONTROL.
		   SELECT INDEXADO
			   ASSIGN TO "INDEXAT.TXT"
				   ACCESS MODE IS DYNAMIC
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS NUMERO1
				   ALTERNATE RECORD KEY IS ID-PRODUCTE
					   WITH DUPLICATES
				   FILE STATUS IS FS-INDEXADO.
		   SELECT PRODUCTES
			   ASSIGN TO "PRODUCTES.TXT"
				   ACCESS MODE IS DYNAMIC
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PR-ID-PRODUCTE
				   FILE STATUS IS FS-PRODUCTES.
		   SELECT FULLS
			   ASSIGN TO "FULLRECOMPTE.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT RPTCONTROL
			   ASSIGN TO "CONTROL_FRC.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.

	   DATA DIVISION.
	   FILE SECTION.
	   FD INDEXADO.
			 01 INDEXADO-OUT.
				 05 NUMERO1        PIC 9(5).
				 05 NOMBRE         PIC X(20).
				 05 CANTIDAD       PIC 9(3).
				 05 PREU-UNITAT    PIC 9(4)V99.
				 05 ORDRE          PIC 9(3).
				 05 ID-PRODUCTE    PIC X(2).

	   FD PRODUCTES.
			 01 PR-REG.
				 05 PR-ID-PRODUCTE PIC X(2).
				 05 PR-DESCRIPCIO  PIC X(20).
				 05 PR-PROVEIDOR   PIC X(5).
				 05 PR-MINIM       PIC 9(3).

	   FD FULLS.
			 01 FL-LINIA          PIC X(80).

	   FD RPTCONTROL.
			 01 CT-REG.
				 05 CT-ETIQUETA    PIC X(25).
				 05 FILLER         PIC X(1).
				 05 CT-VALOR       PIC X(20).

	   WORKING-STORAGE SECTION.
		   01 FIN-FICHERO PIC X(5) VALUE "FALSE".
		   01 FS-INDEXADO    PIC X(2).
		   01 FS-PRODUCTES   PIC X(2).
		   01 WS-MESTRE-OBERT PIC X(5) VALUE "FALSE".
		   01 WS-MODE PIC X(32) VALUE SPACES.

		   01 WS-PROD-DES       PIC X(2) VALUE SPACES.
		   01 WS-PROD-FINS      PIC X(2) VALUE SPACES.
		   01 WS-DARRER-PRODUCTE PIC X(2) VALUE SPACES.
		   01 WS-DESCRIPCIO     PIC X(20).

		   01 WS-REFERENCIA.
			   05 FILLER         PIC X(2) VALUE "RC".
			   05 WS-REF-AAMMDD  PIC X(6).
			   05 WS-REF-HH      PIC X(2).
		   01 WS-HORA-REF       PIC X(8).

		   01 WS-CONTADORS.
			   05 WS-COMPT-LINIES     PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-PRODUCTES  PIC 9(5) VALUE ZERO.

		   01 WS-TEMPS.
			   05 WS-DATA-INICI  PIC X(8).
			   05 WS-HORA-INICI  PIC X(8).
			   05 WS-DATA-FI     PIC X(8).
			   05 WS-HORA-FI     PIC X(8).

		   01 LINIA-CAPCALERA.
			   05 FILLER         PIC X(21)
				   VALUE "FULL DE RECOMPTE REF ".
			   05 LC-REFERENCIA  PIC X(10).
			   05 FILLER         PIC X(11)
				   VALUE "  PRODUCTE ".
			   05 LC-ID-PRODUCTE PIC X(2).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LC-DESCRIPCIO  PIC X(20).

		   01 LINIA-TITOLS.
			   05 FILLER         PIC X(30)
				   VALUE "NUMERO NOMBRE               ".
			   05 FILLER         PIC X(30)
				   VALUE "ORDRE  QUANTITAT COMPTADA".

		   01 LINIA-DETALL.
			   05 LD-NUMERO1     PIC Z(4)9.
			   05 FILLER         PIC X(2) VALUE SPACES.
			   05 LD-NOMBRE      PIC X(20).
			   05 FILLER         PIC X(3) VALUE SPACES.
			   05 LD-ORDRE       PIC ZZ9.
			   05 FILLER         PIC X(4) VALUE SPACES.
			   05 FILLER         PIC X(18)
				   VALUE "__________________".

	   PROCEDURE DIVISION.
	   MAINLINE.
		   ACCEPT WS-MODE FROM COMMAND-LINE
		   ACCEPT WS-DATA-INICI FROM DATE
		   ACCEPT WS-HORA-INICI FROM TIME
		   ACCEPT WS-REF-AAMMDD FROM DATE
		   ACCEPT WS-HORA-REF FROM TIME
		   MOVE WS-HORA-REF(1:2) TO WS-REF-HH

		   UNSTRING WS-MODE DELIMITED BY ALL " "
			   INTO WS-PROD-DES WS-PROD-FINS
		   END-UNSTRING
		   IF WS-PROD-FINS = SPACES
			   IF WS-PROD-DES = SPACES
				   MOVE HIGH-VALUES TO WS-PROD-FINS
			   ELSE
				   MOVE WS-PROD-DES TO WS-PROD-FINS
			   END-IF
		   END-IF

		   OPEN INPUT INDEXADO
		   IF FS-INDEXADO NOT = "00"
			   DISPLAY "FULLREC - ABEND: NO ES POT OBRIR "
				   "INDEXAT.TXT"
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF
		   OPEN OUTPUT FULLS

		   OPEN INPUT PRODUCTES
		   IF FS-PRODUCTES = "00"
			   MOVE "TRUE" TO WS-MESTRE-OBERT
		   END-IF

		   MOVE "FALSE" TO FIN-FICHERO
		   MOVE WS-PROD-DES TO ID-PRODUCTE
		   START INDEXADO KEY IS >= ID-PRODUCTE
			   INVALID KEY SET FIN-FICHERO TO "TRUE"
		   END-START

		   IF FIN-FICHERO NOT = "TRUE"
			   READ INDEXADO NEXT RECORD
				   AT END SET FIN-FICHERO TO "TRUE"
			   END-READ
		   END-IF

		   PERFORM FULL-RTN THRU FIN-FULL-RTN
			   UNTIL FIN-FICHERO = "TRUE"

		   CLOSE INDEXADO, FULLS
		   IF WS-MESTRE-OBERT = "TRUE"
			   CLOSE PRODUCTES
		   END-IF

		   PERFORM ESCRIURE-RPTCONTROL
			   THRU FIN-ESCRIURE-RPTCONTROL

		   STOP RUN.

	   FIN-MAINLINE. EXIT.

	   FULL-RTN.
		   IF ID-PRODUCTE > WS-PROD-FINS
			   SET FIN-FICHERO TO "TRUE"
			   GO TO FIN-FULL-RTN
		   END-IF

		   IF ID-PRODUCTE NOT = WS-DARRER-PRODUCTE
			   PERFORM CAPCALERA-RTN THRU FIN-CAPCALERA-RTN
		   END-IF

		   ADD 1 TO WS-COMPT-LINIES
		   MOVE NUMERO1       TO LD-NUMERO1
		   MOVE NOMBRE        TO LD-NOMBRE
		   MOVE ORDRE         TO LD-ORDRE
		   WRITE FL-LINIA FROM LINIA-DETALL

		   READ INDEXADO NEXT RECORD
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-FULL-RTN. EXIT.

	   CAPCALERA-RTN.
		   ADD 1 TO WS-COMPT-PRODUCTES
		   MOVE ID-PRODUCTE TO WS-DARRER-PRODUCTE

		   MOVE SPACES TO WS-DESCRIPCIO
		   IF WS-MESTRE-OBERT = "TRUE"
			   MOVE ID-PRODUCTE TO PR-ID-PRODUCTE
			   READ PRODUCTES
				   INVALID KEY
					   MOVE SPACES TO WS-DESCRIPCIO
				   NOT INVALID KEY
					   MOVE PR-DESCRIPCIO
						   TO WS-DESCRIPCIO
			   END-READ
		   END-IF

		   IF WS-COMPT-PRODUCTES > 1
			   MOVE SPACES TO FL-LINIA
			   WRITE FL-LINIA
		   END-IF
		   MOVE WS-REFERENCIA TO LC-REFERENCIA
		   MOVE ID-PRODUCTE   TO LC-ID-PRODUCTE
		   MOVE WS-DESCRIPCIO TO LC-DESCRIPCIO
		   WRITE FL-LINIA FROM LINIA-CAPCALERA
		   WRITE FL-LINIA FROM LINIA-TITOLS.

	   FIN-CAPCALERA-RTN. EXIT.

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
		   MOVE "REFERENCIA RECOMPTE"  TO CT-ETIQUETA
		   MOVE WS-REFERENCIA          TO CT-VALOR
		   WRITE CT-REG
		   MOVE "PRODUCTE DES DE"      TO CT-ETIQUETA
		   MOVE WS-PROD-DES            TO CT-VALOR
		   WRITE CT-REG
		   MOVE "PRODUCTE FINS A"      TO CT-ETIQUETA
		   MOVE WS-PROD-FINS           TO CT-VALOR
		   WRITE CT-REG
		   MOVE "PRODUCTES IMPRESOS"   TO CT-ETIQUETA
		   MOVE WS-COMPT-PRODUCTES     TO CT-VALOR
		   WRITE CT-REG
		   MOVE "LINIES A COMPTAR"     TO CT-ETIQUETA
		   MOVE WS-COMPT-LINIES        TO CT-VALOR
		   WRITE CT-REG

		   CLOSE RPTCONTROL.

	   FIN-ESCRIURE-RPTCONTROL. EXIT.
