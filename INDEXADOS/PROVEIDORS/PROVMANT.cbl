	   IDENTIFICATION DIVISION.
	   PROGRAM-ID. PROVMANT.
	   ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
	   FILE-CONTROL.
		   SELECT PROVSEQ
			   ASSIGN TO "PROVSEQ.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT PROVMST
			   ASSIGN TO "PROVEIDORS.TXT"
				   ACCESS MODE IS DYNAMIC
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PV-CODI.
		   SELECT PROVREJ
			   ASSIGN TO "PROVREJ.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT PROVTRAN
			   ASSIGN TO "PROVTRAN.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT PRODUCTES
			   ASSIGN TO "PRODUCTES.TXT"
				   ACCESS MODE IS SEQUENTIAL
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PR-ID-PRODUCTE
				   FILE STATUS IS FS-PRODUCTES.
		   SELECT RPTCONTROL
			   ASSIGN TO "CONTROL_PRV.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT OPTIONAL EXCEPCIONS
			   ASSIGN TO "EXCEPCIONS.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.

	   DATA DIVISION.
	   FILE SECTION.
	   FD PROVSEQ.
			 01 VS-REG.
				 05 VS-CODI        PIC X(5).
				 05 VS-NOM         PIC X(30).
				 05 VS-ADRECA      PIC X(30).
				 05 VS-POBLACIO    PIC X(20).
				 05 VS-TERMINI     PIC 9(3).
				 05 VS-MINIM-COMANDA PIC 9(3).

	   FD PROVMST.
			 01 PV-REG.
				 05 PV-CODI        PIC X(5).
				 05 PV-NOM         PIC X(30).
				 05 PV-ADRECA      PIC X(30).
				 05 PV-POBLACIO    PIC X(20).
				 05 PV-TERMINI     PIC 9(3).
				 05 PV-MINIM-COMANDA PIC 9(3).

	   FD PROVREJ.
			 01 VR-REG.
				 05 VR-CODI        PIC X(5).
				 05 FILLER         PIC X(1).
				 05 VR-NOM         PIC X(30).
				 05 FILLER         PIC X(1).
				 05 VR-MOTIU       PIC X(40).

	   FD PROVTRAN.
			 01 VT-REG.
				 05 VT-TIPO        PIC X(1).
				 05 VT-CODI        PIC X(5).
				 05 VT-NOM         PIC X(30).
				 05 VT-ADRECA      PIC X(30).
				 05 VT-POBLACIO    PIC X(20).
				 05 VT-TERMINI     PIC 9(3).
				 05 VT-MINIM-COMANDA PIC 9(3).

	   FD PRODUCTES.
			 01 PR-REG.
				 05 PR-ID-PRODUCTE PIC X(2).
				 05 PR-DESCRIPCIO  PIC X(20).
				 05 PR-PROVEIDOR   PIC X(5).
				 05 PR-MINIM       PIC 9(3).

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
		   01 WS-MODE PIC X(32) VALUE SPACES.
		   01 FS-PRODUCTES   PIC X(2).
		   01 WS-MOTIU       PIC X(40).

		   01 WS-CONTADORS.
			   05 WS-COMPT-LLEGITS    PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-ESCRITS    PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-RECHAZOS   PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-ALTES      PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-CANVIS     PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-BAIXES     PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-ORFES      PIC 9(7) VALUE ZERO.

		   01 WS-TEMPS.
			   05 WS-DATA-INICI  PIC X(8).
			   05 WS-HORA-INICI  PIC X(8).
			   05 WS-DATA-FI     PIC X(8).
			   05 WS-HORA-FI     PIC X(8).

		   01 WS-DATA-EXC.
			   05 FILLER         PIC X(2) VALUE "20".
			   05 WS-EXC-AAMMDD  PIC X(6).
		   01 WS-EXC-CLAU       PIC X(14).

		   01 UP-MAX            PIC 9(3) VALUE 50.
		   01 UP-TOTAL          PIC 9(3) VALUE ZERO.
		   01 UP-IDX            PIC 9(3).
		   01 UP-TROBAT         PIC X(5).
		   01 UP-TAULA-US.
			   05 UP-ENTRADA OCCURS 50 TIMES.
				   10 UP-PROVEIDOR   PIC X(5).

	   PROCEDURE DIVISION.
	   MAINLINE.
		   ACCEPT WS-MODE FROM COMMAND-LINE
		   ACCEPT WS-DATA-INICI FROM DATE
		   ACCEPT WS-HORA-INICI FROM TIME
		   ACCEPT WS-EXC-AAMMDD FROM DATE

		   OPEN EXTEND EXCEPCIONS

		   IF WS-MODE(1:5) = "MAINT" OR WS-MODE(1:5) = "maint"
			   PERFORM MAINT-RTN THRU FIN-MAINT-RTN
		   ELSE
			   IF WS-MODE(1:5) = "VALID"
				  OR WS-MODE(1:5) = "valid"
				   PERFORM VALIDAR-RTN
					   THRU FIN-VALIDAR-RTN
			   ELSE
				   PERFORM REBUILD-RTN
					   THRU FIN-REBUILD-RTN
			   END-IF
		   END-IF

		   CLOSE EXCEPCIONS

		   PERFORM ESCRIURE-RPTCONTROL
			   THRU FIN-ESCRIURE-RPTCONTROL

		   STOP RUN.

	   FIN-MAINLINE. EXIT.

	   REBUILD-RTN.
		   MOVE "FALSE" TO FIN-FICHERO
		   OPEN INPUT  PROVSEQ.
		   OPEN OUTPUT PROVMST.
		   OPEN OUTPUT PROVREJ.
		   READ PROVSEQ
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ

		   PERFORM CARREGAR-RTN THRU FIN-CARREGAR-RTN
			   UNTIL FIN-FICHERO = "TRUE"

		   CLOSE PROVMST, PROVSEQ, PROVREJ.

	   FIN-REBUILD-RTN. EXIT.

	   CARREGAR-RTN.
		   ADD 1 TO WS-COMPT-LLEGITS
		   MOVE VS-CODI          TO PV-CODI
		   MOVE VS-NOM           TO PV-NOM
		   MOVE VS-ADRECA        TO PV-ADRECA
		   MOVE VS-POBLACIO      TO PV-POBLACIO
		   MOVE VS-TERMINI       TO PV-TERMINI
		   MOVE VS-MINIM-COMANDA TO PV-MINIM-COMANDA
		   WRITE PV-REG
			   INVALID KEY
				   MOVE SPACES  TO VR-REG
				   MOVE VS-CODI TO VR-CODI
				   MOVE VS-NOM  TO VR-NOM
				   MOVE "PROVEIDOR DUPLICAT"
					   TO VR-MOTIU
				   WRITE VR-REG
				   MOVE SPACES  TO WS-EXC-CLAU
				   MOVE VS-CODI TO WS-EXC-CLAU(1:5)
				   PERFORM ESCRIURE-EXCEPCIO
					   THRU FIN-ESCRIURE-EXCEPCIO
				   ADD 1 TO WS-COMPT-RECHAZOS
			   NOT INVALID KEY
				   ADD 1 TO WS-COMPT-ESCRITS
		   END-WRITE

		   READ PROVSEQ
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-CARREGAR-RTN. EXIT.

	   MAINT-RTN.
		   PERFORM CARREGAR-US THRU FIN-CARREGAR-US

		   MOVE "FALSE" TO FIN-FICHERO
		   OPEN I-O    PROVMST.
		   OPEN INPUT  PROVTRAN.
		   OPEN OUTPUT PROVREJ.
		   READ PROVTRAN
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ

		   PERFORM TRANSACCIO-RTN THRU FIN-TRANSACCIO-RTN
			   UNTIL FIN-FICHERO = "TRUE"

		   CLOSE PROVMST, PROVTRAN, PROVREJ.

	   FIN-MAINT-RTN. EXIT.

	   CARREGAR-US.
		   MOVE "FALSE" TO FIN-FICHERO
		   OPEN INPUT PRODUCTES
		   IF FS-PRODUCTES NOT = "00"
			   GO TO FIN-CARREGAR-US
		   END-IF
		   READ PRODUCTES
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ

		   PERFORM GUARDAR-US THRU FIN-GUARDAR-US
			   UNTIL FIN-FICHERO = "TRUE"

		   CLOSE PRODUCTES.

	   FIN-CARREGAR-US. EXIT.

	   GUARDAR-US.
		   MOVE "FALSE" TO UP-TROBAT
		   PERFORM CERCAR-US THRU FIN-CERCAR-US
			   VARYING UP-IDX FROM 1 BY 1
			   UNTIL UP-IDX > UP-TOTAL
				   OR UP-TROBAT = "TRUE"

		   IF UP-TROBAT NOT = "TRUE"
			   IF UP-TOTAL >= UP-MAX
				   DISPLAY "PROVMANT - ABEND: MES DE "
					   UP-MAX " PROVEIDORS EN US"
				   MOVE 16 TO RETURN-CODE
				   CLOSE PRODUCTES, EXCEPCIONS
				   STOP RUN
			   END-IF
			   ADD 1 TO UP-TOTAL
			   MOVE PR-PROVEIDOR TO UP-PROVEIDOR(UP-TOTAL)
		   END-IF

		   READ PRODUCTES
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-GUARDAR-US. EXIT.

	   CERCAR-US.
		   IF UP-PROVEIDOR(UP-IDX) = PR-PROVEIDOR
			   MOVE "TRUE" TO UP-TROBAT
		   END-IF.

	   FIN-CERCAR-US. EXIT.

	   TRANSACCIO-RTN.
		   ADD 1 TO WS-COMPT-LLEGITS
		   MOVE "TRANSACCIO DE PROVEIDOR REBUTJADA"
			   TO WS-MOTIU

		   IF VT-TIPO = "A" OR VT-TIPO = "a"
			  OR VT-TIPO = "C" OR VT-TIPO = "c"
			   IF VT-TERMINI IS NOT NUMERIC
				  OR VT-MINIM-COMANDA IS NOT NUMERIC
				   MOVE "TERMINI O MINIM NO NUMERIC"
					   TO WS-MOTIU
				   PERFORM REBUTJAR-PROVEIDOR
					   THRU FIN-REBUTJAR-PROVEIDOR
				   GO TO LLEGIR-SEGUENT-TRANSACCIO
			   END-IF
		   END-IF

		   EVALUATE VT-TIPO
			   WHEN "A" WHEN "a"
				   PERFORM ALTA-PROVEIDOR
					   THRU FIN-ALTA-PROVEIDOR
			   WHEN "C" WHEN "c"
				   PERFORM CANVI-PROVEIDOR
					   THRU FIN-CANVI-PROVEIDOR
			   WHEN "D" WHEN "d"
				   PERFORM BAIXA-PROVEIDOR
					   THRU FIN-BAIXA-PROVEIDOR
			   WHEN OTHER
				   PERFORM REBUTJAR-PROVEIDOR
					   THRU FIN-REBUTJAR-PROVEIDOR
		   END-EVALUATE.

	   LLEGIR-SEGUENT-TRANSACCIO.
		   READ PROVTRAN
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-TRANSACCIO-RTN. EXIT.

	   ALTA-PROVEIDOR.
		   MOVE VT-CODI          TO PV-CODI
		   MOVE VT-NOM           TO PV-NOM
		   MOVE VT-ADRECA        TO PV-ADRECA
		   MOVE VT-POBLACIO      TO PV-POBLACIO
		   MOVE VT-TERMINI       TO PV-TERMINI
		   MOVE VT-MINIM-COMANDA TO PV-MINIM-COMANDA
		   WRITE PV-REG
			   INVALID KEY
				   PERFORM REBUTJAR-PROVEIDOR
					   THRU FIN-REBUTJAR-PROVEIDOR
			   NOT INVALID KEY
				   ADD 1 TO WS-COMPT-ALTES
				   ADD 1 TO WS-COMPT-ESCRITS
		   END-WRITE.

	   FIN-ALTA-PROVEIDOR. EXIT.

	   CANVI-PROVEIDOR.
		   MOVE VT-CODI TO PV-CODI
		   READ PROVMST
			   INVALID KEY
				   PERFORM REBUTJAR-PROVEIDOR
					   THRU FIN-REBUTJAR-PROVEIDOR
				   GO TO FIN-CANVI-PROVEIDOR
		   END-READ

		   MOVE VT-NOM           TO PV-NOM
		   MOVE VT-ADRECA        TO PV-ADRECA
		   MOVE VT-POBLACIO      TO PV-POBLACIO
		   MOVE VT-TERMINI       TO PV-TERMINI
		   MOVE VT-MINIM-COMANDA TO PV-MINIM-COMANDA
		   REWRITE PV-REG
			   INVALID KEY
				   PERFORM REBUTJAR-PROVEIDOR
					   THRU FIN-REBUTJAR-PROVEIDOR
			   NOT INVALID KEY
				   ADD 1 TO WS-COMPT-CANVIS
				   ADD 1 TO WS-COMPT-ESCRITS
		   END-REWRITE.

	   FIN-CANVI-PROVEIDOR. EXIT.

	   BAIXA-PROVEIDOR.
		   MOVE "FALSE" TO UP-TROBAT
		   PERFORM CERCAR-BAIXA THRU FIN-CERCAR-BAIXA
			   VARYING UP-IDX FROM 1 BY 1
			   UNTIL UP-IDX > UP-TOTAL
				   OR UP-TROBAT = "TRUE"
		   IF UP-TROBAT = "TRUE"
			   MOVE "PROVEIDOR EN US A PRODUCTES.TXT"
				   TO WS-MOTIU
			   PERFORM REBUTJAR-PROVEIDOR
				   THRU FIN-REBUTJAR-PROVEIDOR
			   GO TO FIN-BAIXA-PROVEIDOR
		   END-IF

		   MOVE VT-CODI TO PV-CODI
		   DELETE PROVMST
			   INVALID KEY
				   PERFORM REBUTJAR-PROVEIDOR
					   THRU FIN-REBUTJAR-PROVEIDOR
			   NOT INVALID KEY
				   ADD 1 TO WS-COMPT-BAIXES
		   END-DELETE.

	   FIN-BAIXA-PROVEIDOR. EXIT.

	   CERCAR-BAIXA.
		   IF UP-PROVEIDOR(UP-IDX) = VT-CODI
			   MOVE "TRUE" TO UP-TROBAT
		   END-IF.

	   FIN-CERCAR-BAIXA. EXIT.

	   REBUTJAR-PROVEIDOR.
		   MOVE SPACES   TO VR-REG
		   MOVE VT-CODI  TO VR-CODI
		   MOVE VT-NOM   TO VR-NOM
		   MOVE WS-MOTIU TO VR-MOTIU
		   WRITE VR-REG
		   MOVE SPACES  TO WS-EXC-CLAU
		   MOVE VT-CODI TO WS-EXC-CLAU(1:5)
		   PERFORM ESCRIURE-EXCEPCIO
			   THRU FIN-ESCRIURE-EXCEPCIO
		   ADD 1 TO WS-COMPT-RECHAZOS.

	   FIN-REBUTJAR-PROVEIDOR. EXIT.

	   VALIDAR-RTN.
		   MOVE "FALSE" TO FIN-FICHERO
		   OPEN INPUT PROVMST.
		   OPEN OUTPUT PROVREJ.
		   OPEN INPUT PRODUCTES
		   IF FS-PRODUCTES NOT = "00"
			   DISPLAY "PROVMANT - ABEND: NO ES POT OBRIR "
				   "EL MESTRE DE PRODUCTES"
			   MOVE 16 TO RETURN-CODE
			   CLOSE PROVMST, PROVREJ, EXCEPCIONS
			   STOP RUN
		   END-IF
		   READ PRODUCTES
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ

		   PERFORM VALIDAR-PRODUCTE THRU FIN-VALIDAR-PRODUCTE
			   UNTIL FIN-FICHERO = "TRUE"

		   CLOSE PRODUCTES, PROVMST, PROVREJ.

	   FIN-VALIDAR-RTN. EXIT.

	   VALIDAR-PRODUCTE.
		   ADD 1 TO WS-COMPT-LLEGITS
		   MOVE PR-PROVEIDOR TO PV-CODI
		   READ PROVMST
			   INVALID KEY
				   ADD 1 TO WS-COMPT-ORFES
				   MOVE SPACES         TO VR-REG
				   MOVE PR-PROVEIDOR   TO VR-CODI
				   MOVE PR-DESCRIPCIO  TO VR-NOM
				   MOVE "PROVEIDOR INEXISTENT"
					   TO VR-MOTIU
				   WRITE VR-REG
				   MOVE SPACES TO WS-EXC-CLAU
				   MOVE PR-ID-PRODUCTE
					   TO WS-EXC-CLAU(1:2)
				   MOVE PR-PROVEIDOR
					   TO WS-EXC-CLAU(4:5)
				   PERFORM ESCRIURE-EXCEPCIO
					   THRU FIN-ESCRIURE-EXCEPCIO
		   END-READ

		   READ PRODUCTES
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-VALIDAR-PRODUCTE. EXIT.

	   ESCRIURE-EXCEPCIO.
		   MOVE SPACES TO EX-REG
		   MOVE WS-DATA-EXC  TO EX-DATA
		   MOVE "PROVMANT"   TO EX-PROGRAMA
		   MOVE "E"          TO EX-SEVERITAT
		   MOVE WS-EXC-CLAU  TO EX-CLAU
		   MOVE VR-MOTIU     TO EX-MOTIU
		   MOVE "O"          TO EX-ESTAT
		   WRITE EX-REG.

	   FIN-ESCRIURE-EXCEPCIO. EXIT.

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
		   MOVE "REGISTRES LLEGITS"    TO CT-ETIQUETA
		   MOVE WS-COMPT-LLEGITS       TO CT-VALOR
		   WRITE CT-REG
		   MOVE "REGISTRES ESCRITS"    TO CT-ETIQUETA
		   MOVE WS-COMPT-ESCRITS       TO CT-VALOR
		   WRITE CT-REG
		   MOVE "ALTES"                TO CT-ETIQUETA
		   MOVE WS-COMPT-ALTES         TO CT-VALOR
		   WRITE CT-REG
		   MOVE "CANVIS"               TO CT-ETIQUETA
		   MOVE WS-COMPT-CANVIS        TO CT-VALOR
		   WRITE CT-REG
		   MOVE "BAIXES"               TO CT-ETIQUETA
		   MOVE WS-COMPT-BAIXES        TO CT-VALOR
		   WRITE CT-REG
		   MOVE "RECHAZOS"             TO CT-ETIQUETA
		   MOVE WS-COMPT-RECHAZOS      TO CT-VALOR
		   WRITE CT-REG
		   MOVE "PRODUCTES SENSE MESTRE" TO CT-ETIQUETA
		   MOVE WS-COMPT-ORFES         TO CT-VALOR
		   WRITE CT-REG

		   CLOSE RPTCONTROL.

	   FIN-ESCRIURE-RPTCONTROL. EXIT.
