		   SELECT RPTCONTROL
			   ASSIGN TO "CONTROL_PRD.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT PROVMST
			   ASSIGN TO "PROVEIDORS.TXT"
				   ACCESS MODE IS DYNAMIC
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PV-CODI
				   FILE STATUS IS FS-PROVEIDORS.

	   DATA DIVISION.
	   FILE SECTION.
				 05 FILLER         PIC X(1).
				 05 CT-VALOR       PIC X(20).

	   FD PROVMST.
			 01 PV-REG.
				 05 PV-CODI        PIC X(5).
				 05 PV-NOM         PIC X(30).
				 05 PV-ADRECA      PIC X(30).
				 05 PV-POBLACIO    PIC X(20).
				 05 PV-TERMINI     PIC 9(3).
				 05 PV-MINIM-COMANDA PIC 9(3).

	   WORKING-STORAGE SECTION.
		   01 FIN-FICHERO PIC X(5) VALUE "FALSE".
		   01 WS-MODE PIC X(32) VALUE SPACES.
		   01 FS-PROVEIDORS PIC X(2).
		   01 WS-PROV-OBERT  PIC X(5) VALUE "FALSE".
		   01 WS-PROV-TROBAT PIC X(5).
		   01 WS-PROV-CERCAT PIC X(5).

		   01 WS-CONTADORS.
			   05 WS-COMPT-LLEGITS    PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-ALTES      PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-CANVIS     PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-BAIXES     PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-SENSE-PROV PIC 9(7) VALUE ZERO.

		   01 WS-TEMPS.
			   05 WS-DATA-INICI  PIC X(8).
			   05 FILLER         PIC X(2) VALUE "20".
			   05 WS-EXC-AAMMDD  PIC X(6).
		   01 WS-EXC-CLAU       PIC X(14).
		   01 WS-EXC-MOTIU      PIC X(40).

	   PROCEDURE DIVISION.
	   MAINLINE.
		   ACCEPT WS-EXC-AAMMDD FROM DATE

		   OPEN EXTEND EXCEPCIONS
		   PERFORM OBRIR-PROVEIDORS THRU FIN-OBRIR-PROVEIDORS

		   IF WS-MODE(1:5) = "MAINT" OR WS-MODE(1:5) = "maint"
			   PERFORM MAINT-RTN THRU FIN-MAINT-RTN
		   END-IF

		   CLOSE EXCEPCIONS
		   IF WS-PROV-OBERT = "TRUE"
			   CLOSE PROVMST
		   END-IF

		   PERFORM ESCRIURE-RPTCONTROL
			   THRU FIN-ESCRIURE-RPTCONTROL

	   FIN-MAINLINE. EXIT.

	   OBRIR-PROVEIDORS.
		   OPEN INPUT PROVMST
		   IF FS-PROVEIDORS = "00"
			   MOVE "TRUE" TO WS-PROV-OBERT
		   ELSE
			   MOVE "PROVEIDORS.TXT ABSENT: SENSE VALIDAR"
				   TO WS-EXC-MOTIU
			   MOVE SPACES TO WS-EXC-CLAU
			   MOVE "PROVEIDORS" TO WS-EXC-CLAU
			   PERFORM ESCRIURE-EXCEPCIO
				   THRU FIN-ESCRIURE-EXCEPCIO
		   END-IF.

	   FIN-OBRIR-PROVEIDORS. EXIT.

	   VALIDAR-PROVEIDOR.
		   MOVE "TRUE" TO WS-PROV-TROBAT
		   IF WS-PROV-OBERT NOT = "TRUE"
			   GO TO FIN-VALIDAR-PROVEIDOR
		   END-IF

		   MOVE WS-PROV-CERCAT TO PV-CODI
		   READ PROVMST
			   INVALID KEY
				   MOVE "FALSE" TO WS-PROV-TROBAT
		   END-READ.

	   FIN-VALIDAR-PROVEIDOR. EXIT.

	   REBUILD-RTN.
		   MOVE "FALSE" TO FIN-FICHERO
		   OPEN INPUT  PRODSEQ.

	   CARREGAR-RTN.
		   ADD 1 TO WS-COMPT-LLEGITS

		   MOVE PS-PROVEIDOR TO WS-PROV-CERCAT
		   PERFORM VALIDAR-PROVEIDOR THRU FIN-VALIDAR-PROVEIDOR
		   IF WS-PROV-TROBAT NOT = "TRUE"
			   MOVE SPACES         TO PJ-REG
			   MOVE PS-ID-PRODUCTE TO PJ-ID-PRODUCTE
			   MOVE PS-DESCRIPCIO  TO PJ-DESCRIPCIO
			   MOVE "PROVEIDOR INEXISTENT AL MESTRE"
				   TO WS-EXC-MOTIU
			   MOVE WS-EXC-MOTIU TO PJ-MOTIU
			   WRITE PJ-REG
			   MOVE SPACES TO WS-EXC-CLAU
			   MOVE PS-ID-PRODUCTE TO WS-EXC-CLAU(1:2)
			   MOVE PS-PROVEIDOR   TO WS-EXC-CLAU(4:5)
			   PERFORM ESCRIURE-EXCEPCIO
				   THRU FIN-ESCRIURE-EXCEPCIO
			   ADD 1 TO WS-COMPT-RECHAZOS
			   ADD 1 TO WS-COMPT-SENSE-PROV
			   GO TO LLEGIR-SEGUENT-PRODSEQ
		   END-IF

		   MOVE PS-ID-PRODUCTE TO PR-ID-PRODUCTE
		   MOVE PS-DESCRIPCIO  TO PR-DESCRIPCIO
		   MOVE PS-PROVEIDOR   TO PR-PROVEIDOR
				   MOVE PS-ID-PRODUCTE TO PJ-ID-PRODUCTE
				   MOVE PS-DESCRIPCIO  TO PJ-DESCRIPCIO
				   MOVE "PRODUCTE DUPLICAT"
					   TO WS-EXC-MOTIU
				   MOVE WS-EXC-MOTIU TO PJ-MOTIU
				   WRITE PJ-REG
				   MOVE SPACES TO WS-EXC-CLAU
				   MOVE PS-ID-PRODUCTE
				   ADD 1 TO WS-COMPT-RECHAZOS
			   NOT INVALID KEY
				   ADD 1 TO WS-COMPT-ESCRITS
		   END-WRITE.

	   LLEGIR-SEGUENT-PRODSEQ.
		   READ PRODSEQ
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.
	   TRANSACCIO-RTN.
		   ADD 1 TO WS-COMPT-LLEGITS

		   MOVE "TRUE" TO WS-PROV-TROBAT
		   IF PT-TIPO = "A" OR PT-TIPO = "a"
			  OR PT-TIPO = "C" OR PT-TIPO = "c"
			   MOVE PT-PROVEIDOR TO WS-PROV-CERCAT
			   PERFORM VALIDAR-PROVEIDOR
				   THRU FIN-VALIDAR-PROVEIDOR
		   END-IF
		   IF WS-PROV-TROBAT NOT = "TRUE"
			   PERFORM REBUTJAR-PROVEIDOR
				   THRU FIN-REBUTJAR-PROVEIDOR
			   GO TO LLEGIR-SEGUENT-TRANSACCIO
		   END-IF

		   EVALUATE PT-TIPO
			   WHEN "A" WHEN "a"
				   MOVE PT-ID-PRODUCTE TO PR-ID-PRODUCTE
			   WHEN OTHER
				   PERFORM REBUTJAR-PRODUCTE
					   THRU FIN-REBUTJAR-PRODUCTE
		   END-EVALUATE.

	   LLEGIR-SEGUENT-TRANSACCIO.
		   READ PRODTRAN
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.
		   MOVE PT-ID-PRODUCTE TO PJ-ID-PRODUCTE
		   MOVE PT-DESCRIPCIO  TO PJ-DESCRIPCIO
		   MOVE "TRANSACCIO DE PRODUCTE REBUTJADA"
			   TO WS-EXC-MOTIU
		   MOVE WS-EXC-MOTIU TO PJ-MOTIU
		   WRITE PJ-REG
		   MOVE SPACES TO WS-EXC-CLAU
		   MOVE PT-ID-PRODUCTE TO WS-EXC-CLAU(1:2)

	   FIN-REBUTJAR-PRODUCTE. EXIT.

	   REBUTJAR-PROVEIDOR.
		   MOVE SPACES         TO PJ-REG
		   MOVE PT-ID-PRODUCTE TO PJ-ID-PRODUCTE
		   MOVE PT-DESCRIPCIO  TO PJ-DESCRIPCIO
		   MOVE "PROVEIDOR INEXISTENT AL MESTRE"
			   TO WS-EXC-MOTIU
		   MOVE WS-EXC-MOTIU TO PJ-MOTIU
		   WRITE PJ-REG
		   MOVE SPACES TO WS-EXC-CLAU
		   MOVE PT-ID-PRODUCTE TO WS-EXC-CLAU(1:2)
		   MOVE PT-PROVEIDOR   TO WS-EXC-CLAU(4:5)
		   PERFORM ESCRIURE-EXCEPCIO
			   THRU FIN-ESCRIURE-EXCEPCIO
		   ADD 1 TO WS-COMPT-RECHAZOS
		   ADD 1 TO WS-COMPT-SENSE-PROV.

	   FIN-REBUTJAR-PROVEIDOR. EXIT.

	   ESCRIURE-EXCEPCIO.
		   MOVE SPACES TO EX-REG
		   MOVE WS-DATA-EXC  TO EX-DATA
		   MOVE "PRODMANT"   TO EX-PROGRAMA
		   MOVE "E"          TO EX-SEVERITAT
		   MOVE WS-EXC-CLAU  TO EX-CLAU
		   MOVE WS-EXC-MOTIU TO EX-MOTIU
		   MOVE "O"          TO EX-ESTAT
		   WRITE EX-REG.

		   MOVE "RECHAZOS"             TO CT-ETIQUETA
		   MOVE WS-COMPT-RECHAZOS      TO CT-VALOR
		   WRITE CT-REG
		   MOVE "PROVEIDOR INEXISTENT"  TO CT-ETIQUETA
		   MOVE WS-COMPT-SENSE-PROV    TO CT-VALOR
		   WRITE CT-REG

		   CLOSE RPTCONTROL.

