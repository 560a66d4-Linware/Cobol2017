	   IDENTIFICATION DIVISION.
	   PROGRAM-ID. PLANMIN.
	   ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
	   FILE-CONTROL.
		   SELECT OPTIONAL CONSUM
			   ASSIGN TO "CONSUM.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-CONSUM.
		   SELECT PRODUCTES
			   ASSIGN TO "PRODUCTES.TXT"
				   ACCESS MODE IS SEQUENTIAL
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PR-ID-PRODUCTE
				   FILE STATUS IS FS-PRODUCTES.
		   SELECT PROVMST
			   ASSIGN TO "PROVEIDORS.TXT"
				   ACCESS MODE IS DYNAMIC
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PV-CODI
				   FILE STATUS IS FS-PROVEIDORS.
		   SELECT PERIODE
			   ASSIGN TO "PERIODE.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-PERIODE.
		   SELECT PARAMMIN
			   ASSIGN TO "PARAMMIN.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-PARAMMIN.
		   SELECT PRODTRAN
			   ASSIGN TO "PRODTRAN.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT INFORME
			   ASSIGN TO "REVISIO_MIN.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT OPTIONAL EXCEPCIONS
			   ASSIGN TO "EXCEPCIONS.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT RPTCONTROL
			   ASSIGN TO "CONTROL_PLM.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.

	   DATA DIVISION.
	   FILE SECTION.
	   FD CONSUM.
			 01 CS-REG.
				 05 CS-DATA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 CS-PERIODE     PIC X(6).
				 05 FILLER         PIC X(1).
				 05 CS-ID-PRODUCTE PIC X(2).
				 05 FILLER         PIC X(1).
				 05 CS-NUMERO1     PIC 9(5).
				 05 FILLER         PIC X(1).
				 05 CS-QUANTITAT   PIC 9(3).
				 05 FILLER         PIC X(1).
				 05 CS-DOCUMENT    PIC X(10).

	   FD PRODUCTES.
			 01 PR-REG.
				 05 PR-ID-PRODUCTE PIC X(2).
				 05 PR-DESCRIPCIO  PIC X(20).
				 05 PR-PROVEIDOR   PIC X(5).
				 05 PR-MINIM       PIC 9(3).

	   FD PROVMST.
			 01 PV-REG.
				 05 PV-CODI        PIC X(5).
				 05 PV-NOM         PIC X(30).
				 05 PV-ADRECA      PIC X(30).
				 05 PV-POBLACIO    PIC X(20).
				 05 PV-TERMINI     PIC 9(3).
				 05 PV-MINIM-COMANDA PIC 9(3).

	   FD PERIODE.
			 01 PD-REG.
				 05 PD-PERIODE     PIC X(6).
				 05 FILLER         PIC X(1).
				 05 PD-DATA-INICI  PIC X(8).
				 05 FILLER         PIC X(1).
				 05 PD-DATA-FI     PIC X(8).

	   FD PARAMMIN.
			 01 PM-REG.
				 05 PM-PERIODES    PIC 9(2).
				 05 FILLER         PIC X(1).
				 05 PM-SEGURETAT   PIC 9(3).
				 05 FILLER         PIC X(1).
				 05 PM-TOLERANCIA  PIC 9(3).

	   FD PRODTRAN.
			 01 PT-REG.
				 05 PT-TIPO        PIC X(1).
				 05 PT-ID-PRODUCTE PIC X(2).
				 05 PT-DESCRIPCIO  PIC X(20).
				 05 PT-PROVEIDOR   PIC X(5).
				 05 PT-MINIM       PIC 9(3).

	   FD INFORME.
			 01 IN-LINIA          PIC X(100).

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

	   FD RPTCONTROL.
			 01 CT-REG.
				 05 CT-ETIQUETA    PIC X(25).
				 05 FILLER         PIC X(1).
				 05 CT-VALOR       PIC X(20).

	   WORKING-STORAGE SECTION.
		   01 FIN-FICHERO PIC X(5) VALUE "FALSE".
		   01 FS-CONSUM      PIC X(2).
		   01 FS-PRODUCTES   PIC X(2).
		   01 FS-PROVEIDORS  PIC X(2).
		   01 FS-PERIODE     PIC X(2).
		   01 FS-PARAMMIN    PIC X(2).
		   01 WS-PROV-OBERT  PIC X(5) VALUE "FALSE".
		   01 WS-MODE PIC X(32) VALUE SPACES.
		   01 WS-MODE-PER  PIC X(2) VALUE SPACES.

		   01 WS-PARAMETRES.
			   05 WS-PERIODES    PIC 9(2) VALUE 3.
			   05 WS-SEGURETAT   PIC 9(3) VALUE 50.
			   05 WS-TOLERANCIA  PIC 9(3) VALUE 10.
		   01 WS-DIES-PERIODE   PIC 9(2) VALUE 30.

		   01 WS-PERIODE        PIC X(6) VALUE SPACES.
		   01 WS-PERIODE-NUM REDEFINES WS-PERIODE.
			   05 WS-PER-ANY     PIC 9(4).
			   05 WS-PER-MES     PIC 9(2).
		   01 WS-PERIODE-CALC   PIC X(6).
		   01 WS-CALC-NUM REDEFINES WS-PERIODE-CALC.
			   05 WS-CALC-ANY    PIC 9(4).
			   05 WS-CALC-MES    PIC 9(2).
		   01 WS-PERIODE-DES    PIC X(6).
		   01 WS-PERIODE-FINS   PIC X(6).
		   01 WS-MESOS-OBERT    PIC 9(6).
		   01 WS-MESOS-CONSUM   PIC 9(6).
		   01 WS-DISTANCIA      PIC S9(6).

		   01 WS-CONTADORS.
			   05 WS-COMPT-LLEGITS    PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-FINESTRA   PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-SENSE-PROD PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-PRODUCTES  PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-PROPOSTES  PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-TOLERANCIA PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-SENSE-TERM PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-SENSE-CONS PIC 9(5) VALUE ZERO.

		   01 WS-TEMPS.
			   05 WS-DATA-INICI  PIC X(8).
			   05 WS-HORA-INICI  PIC X(8).
			   05 WS-DATA-FI     PIC X(8).
			   05 WS-HORA-FI     PIC X(8).

		   01 WS-DATA-EXC.
			   05 FILLER         PIC X(2) VALUE "20".
			   05 WS-EXC-AAMMDD  PIC X(6).

		   01 WS-MOTIU          PIC X(40).

		   01 WS-TOTAL          PIC 9(9).
		   01 WS-MITJANA        PIC 9(7)V99.
		   01 WS-PUNTA          PIC 9(7).
		   01 WS-TERMINI        PIC 9(3).
		   01 WS-CALCUL         PIC 9(9)V99.
		   01 WS-PROPOSTA       PIC 9(9).
		   01 WS-DIFERENCIA     PIC 9(9).
		   01 WS-OBSERVACIO     PIC X(16).

		   01 PL-MAX            PIC 9(3) VALUE 50.
		   01 PL-TOTAL          PIC 9(3) VALUE ZERO.
		   01 PL-IDX            PIC 9(3).
		   01 PL-PER            PIC 9(2).
		   01 PL-TROBAT         PIC X(5).
		   01 PL-TAULA.
			   05 PL-ENTRADA OCCURS 50 TIMES.
				   10 PL-ID-PRODUCTE PIC X(2).
				   10 PL-DESCRIPCIO  PIC X(20).
				   10 PL-PROVEIDOR   PIC X(5).
				   10 PL-MINIM       PIC 9(3).
				   10 PL-CONSUM      PIC 9(7)
					   OCCURS 12 TIMES.

		   01 LINIA-CAPCALERA.
			   05 FILLER         PIC X(28)
				   VALUE "REVISIO DE MINIMS. CONSUM ".
			   05 LC-DES         PIC X(6).
			   05 FILLER         PIC X(3) VALUE " A ".
			   05 LC-FINS        PIC X(6).
			   05 FILLER         PIC X(2) VALUE " (".
			   05 LC-PERIODES    PIC Z9.
			   05 FILLER         PIC X(10)
				   VALUE " PERIODES)".

		   01 LINIA-CRITERI.
			   05 FILLER         PIC X(28)
				   VALUE "TERMINI EN DIES, PERIODE = ".
			   05 LR-DIES        PIC Z9.
			   05 FILLER         PIC X(20)
				   VALUE " DIES. SEGURETAT ".
			   05 LR-SEGURETAT   PIC ZZ9.
			   05 FILLER         PIC X(15)
				   VALUE "% TOLERANCIA ".
			   05 LR-TOLERANCIA  PIC ZZ9.
			   05 FILLER         PIC X(1) VALUE "%".

		   01 LINIA-TITOLS.
			   05 FILLER         PIC X(24)
				   VALUE "PR DESCRIPCIO".
			   05 FILLER         PIC X(22)
				   VALUE "PROV.  TRM    MITJANA".
			   05 FILLER         PIC X(23)
				   VALUE "  PUNTA ACTUAL PROPOSAT".
			   05 FILLER         PIC X(11)
				   VALUE " OBSERVACIO".

		   01 LINIA-DETALL.
			   05 LD-ID-PRODUCTE PIC X(2).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-DESCRIPCIO  PIC X(20).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-PROVEIDOR   PIC X(5).
			   05 FILLER         PIC X(2) VALUE SPACES.
			   05 LD-TERMINI     PIC ZZ9.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-MITJANA     PIC Z(6)9.99.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-PUNTA       PIC Z(6)9.
			   05 FILLER         PIC X(4) VALUE SPACES.
			   05 LD-ACTUAL      PIC ZZ9.
			   05 FILLER         PIC X(6) VALUE SPACES.
			   05 LD-PROPOSAT    PIC ZZ9.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-OBSERVACIO  PIC X(16).

	   PROCEDURE DIVISION.
	   MAINLINE.
		   ACCEPT WS-MODE FROM COMMAND-LINE
		   ACCEPT WS-DATA-INICI FROM DATE
		   ACCEPT WS-HORA-INICI FROM TIME
		   ACCEPT WS-EXC-AAMMDD FROM DATE

		   PERFORM LLEGIR-PARAMETRES THRU FIN-LLEGIR-PARAMETRES
		   PERFORM DETERMINAR-FINESTRA
			   THRU FIN-DETERMINAR-FINESTRA

		   PERFORM CARREGAR-PRODUCTES
			   THRU FIN-CARREGAR-PRODUCTES

		   MOVE "FALSE" TO FIN-FICHERO
		   OPEN INPUT CONSUM
		   READ CONSUM
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ
		   PERFORM CONSUM-RTN THRU FIN-CONSUM-RTN
			   UNTIL FIN-FICHERO = "TRUE"
		   CLOSE CONSUM

		   OPEN INPUT PROVMST
		   IF FS-PROVEIDORS = "00"
			   MOVE "TRUE" TO WS-PROV-OBERT
		   END-IF

		   OPEN OUTPUT INFORME
		   OPEN OUTPUT PRODTRAN
		   OPEN EXTEND EXCEPCIONS

		   MOVE WS-PERIODE-DES  TO LC-DES
		   MOVE WS-PERIODE-FINS TO LC-FINS
		   MOVE WS-PERIODES     TO LC-PERIODES
		   WRITE IN-LINIA FROM LINIA-CAPCALERA
		   MOVE WS-DIES-PERIODE TO LR-DIES
		   MOVE WS-SEGURETAT    TO LR-SEGURETAT
		   MOVE WS-TOLERANCIA   TO LR-TOLERANCIA
		   WRITE IN-LINIA FROM LINIA-CRITERI
		   MOVE SPACES TO IN-LINIA
		   WRITE IN-LINIA
		   WRITE IN-LINIA FROM LINIA-TITOLS

		   PERFORM PLANIFICAR-PRODUCTE
			   THRU FIN-PLANIFICAR-PRODUCTE
			   VARYING PL-IDX FROM 1 BY 1
			   UNTIL PL-IDX > PL-TOTAL

		   CLOSE INFORME, PRODTRAN, EXCEPCIONS
		   IF WS-PROV-OBERT = "TRUE"
			   CLOSE PROVMST
		   END-IF

		   PERFORM ESCRIURE-RPTCONTROL
			   THRU FIN-ESCRIURE-RPTCONTROL

		   STOP RUN.

	   FIN-MAINLINE. EXIT.

	   LLEGIR-PARAMETRES.
		   OPEN INPUT PARAMMIN
		   IF FS-PARAMMIN = "00"
			   READ PARAMMIN
			   IF FS-PARAMMIN = "00"
				   IF PM-PERIODES IS NUMERIC
				      AND PM-PERIODES > ZERO
				      AND PM-PERIODES NOT > 12
					   MOVE PM-PERIODES
						   TO WS-PERIODES
				   END-IF
				   IF PM-SEGURETAT IS NUMERIC
					   MOVE PM-SEGURETAT
						   TO WS-SEGURETAT
				   END-IF
				   IF PM-TOLERANCIA IS NUMERIC
					   MOVE PM-TOLERANCIA
						   TO WS-TOLERANCIA
				   END-IF
			   END-IF
			   CLOSE PARAMMIN
		   END-IF

		   UNSTRING WS-MODE DELIMITED BY ALL " "
			   INTO WS-MODE-PER
		   END-UNSTRING
		   IF WS-MODE-PER = SPACES
			   GO TO FIN-LLEGIR-PARAMETRES
		   END-IF
		   IF WS-MODE-PER(2:1) = SPACE
			   MOVE WS-MODE-PER(1:1) TO WS-MODE-PER(2:1)
			   MOVE "0" TO WS-MODE-PER(1:1)
		   END-IF
		   IF WS-MODE-PER IS NOT NUMERIC
			  OR WS-MODE-PER = "00"
			  OR WS-MODE-PER > "12"
			   DISPLAY "PLANMIN - ABEND: NOMBRE DE "
				   "PERIODES ERRONI " WS-MODE
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF
		   MOVE WS-MODE-PER TO WS-PERIODES.

	   FIN-LLEGIR-PARAMETRES. EXIT.

	   DETERMINAR-FINESTRA.
		   OPEN INPUT PERIODE
		   IF FS-PERIODE NOT = "00"
			   DISPLAY "PLANMIN - ABEND: FITXER DE "
				   "PERIODE (PERIODE.TXT) ABSENT"
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF
		   READ PERIODE
		   IF FS-PERIODE = "00"
			   MOVE PD-PERIODE TO WS-PERIODE
		   END-IF
		   CLOSE PERIODE
		   IF WS-PERIODE IS NOT NUMERIC
			  OR WS-PER-MES < 1 OR WS-PER-MES > 12
			   DISPLAY "PLANMIN - ABEND: PERIODE ERRONI "
				   WS-PERIODE
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF

		   COMPUTE WS-MESOS-OBERT =
		       WS-PER-ANY * 12 + WS-PER-MES - 1

		   MOVE WS-PERIODE TO WS-PERIODE-CALC
		   PERFORM RETROCEDIR-MES THRU FIN-RETROCEDIR-MES
		   MOVE WS-PERIODE-CALC TO WS-PERIODE-FINS
		   PERFORM RETROCEDIR-MES THRU FIN-RETROCEDIR-MES
			   WS-PERIODES TIMES
		   PERFORM AVANCAR-MES THRU FIN-AVANCAR-MES
		   MOVE WS-PERIODE-CALC TO WS-PERIODE-DES.

	   FIN-DETERMINAR-FINESTRA. EXIT.

	   RETROCEDIR-MES.
		   IF WS-CALC-MES = 1
			   MOVE 12 TO WS-CALC-MES
			   SUBTRACT 1 FROM WS-CALC-ANY
		   ELSE
			   SUBTRACT 1 FROM WS-CALC-MES
		   END-IF.

	   FIN-RETROCEDIR-MES. EXIT.

	   AVANCAR-MES.
		   IF WS-CALC-MES = 12
			   MOVE 1 TO WS-CALC-MES
			   ADD 1 TO WS-CALC-ANY
		   ELSE
			   ADD 1 TO WS-CALC-MES
		   END-IF.

	   FIN-AVANCAR-MES. EXIT.

	   CARREGAR-PRODUCTES.
		   MOVE "FALSE" TO FIN-FICHERO
		   OPEN INPUT PRODUCTES
		   IF FS-PRODUCTES NOT = "00"
			   DISPLAY "PLANMIN - ABEND: NO ES POT OBRIR "
				   "EL MESTRE DE PRODUCTES"
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF
		   READ PRODUCTES
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ

		   PERFORM GUARDAR-PRODUCTE THRU FIN-GUARDAR-PRODUCTE
			   UNTIL FIN-FICHERO = "TRUE"

		   CLOSE PRODUCTES.

	   FIN-CARREGAR-PRODUCTES. EXIT.

	   GUARDAR-PRODUCTE.
		   IF PL-TOTAL >= PL-MAX
			   DISPLAY "PLANMIN - ABEND: MES DE " PL-MAX
				   " PRODUCTES AL MESTRE"
			   MOVE 16 TO RETURN-CODE
			   CLOSE PRODUCTES
			   STOP RUN
		   END-IF
		   ADD 1 TO PL-TOTAL
		   MOVE PR-ID-PRODUCTE TO PL-ID-PRODUCTE(PL-TOTAL)
		   MOVE PR-DESCRIPCIO  TO PL-DESCRIPCIO(PL-TOTAL)
		   MOVE PR-PROVEIDOR   TO PL-PROVEIDOR(PL-TOTAL)
		   MOVE PR-MINIM       TO PL-MINIM(PL-TOTAL)
		   PERFORM INICIAR-CONSUM THRU FIN-INICIAR-CONSUM
			   VARYING PL-PER FROM 1 BY 1
			   UNTIL PL-PER > 12

		   READ PRODUCTES
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-GUARDAR-PRODUCTE. EXIT.

	   INICIAR-CONSUM.
		   MOVE ZERO TO PL-CONSUM(PL-TOTAL, PL-PER).

	   FIN-INICIAR-CONSUM. EXIT.

	   CONSUM-RTN.
		   ADD 1 TO WS-COMPT-LLEGITS

		   MOVE CS-PERIODE TO WS-PERIODE-CALC
		   IF WS-PERIODE-CALC IS NOT NUMERIC
			  OR CS-QUANTITAT IS NOT NUMERIC
			   GO TO LLEGIR-SEGUENT-CONSUM
		   END-IF
		   COMPUTE WS-MESOS-CONSUM =
			       WS-CALC-ANY * 12 + WS-CALC-MES - 1
		   COMPUTE WS-DISTANCIA =
		       WS-MESOS-OBERT - WS-MESOS-CONSUM
		   IF WS-DISTANCIA < 1 OR WS-DISTANCIA > WS-PERIODES
			   GO TO LLEGIR-SEGUENT-CONSUM
		   END-IF
		   MOVE WS-DISTANCIA TO PL-PER

		   MOVE "FALSE" TO PL-TROBAT
		   PERFORM CERCAR-PRODUCTE THRU FIN-CERCAR-PRODUCTE
			   VARYING PL-IDX FROM 1 BY 1
			   UNTIL PL-IDX > PL-TOTAL
				   OR PL-TROBAT = "TRUE"
		   IF PL-TROBAT NOT = "TRUE"
			   ADD 1 TO WS-COMPT-SENSE-PROD
			   GO TO LLEGIR-SEGUENT-CONSUM
		   END-IF
		   SUBTRACT 1 FROM PL-IDX

		   ADD 1 TO WS-COMPT-FINESTRA
		   ADD CS-QUANTITAT TO PL-CONSUM(PL-IDX, PL-PER).

	   LLEGIR-SEGUENT-CONSUM.
		   READ CONSUM
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-CONSUM-RTN. EXIT.

	   CERCAR-PRODUCTE.
		   IF PL-ID-PRODUCTE(PL-IDX) = CS-ID-PRODUCTE
			   MOVE "TRUE" TO PL-TROBAT
		   END-IF.

	   FIN-CERCAR-PRODUCTE. EXIT.

	   PLANIFICAR-PRODUCTE.
		   ADD 1 TO WS-COMPT-PRODUCTES
		   MOVE ZERO TO WS-TOTAL
		   MOVE ZERO TO WS-PUNTA
		   PERFORM SUMAR-PERIODE THRU FIN-SUMAR-PERIODE
			   VARYING PL-PER FROM 1 BY 1
			   UNTIL PL-PER > WS-PERIODES
		   COMPUTE WS-MITJANA ROUNDED = WS-TOTAL / WS-PERIODES

		   MOVE ZERO TO WS-TERMINI
		   IF WS-PROV-OBERT = "TRUE"
			   MOVE PL-PROVEIDOR(PL-IDX) TO PV-CODI
			   READ PROVMST
				   INVALID KEY
				       MOVE ZERO TO WS-TERMINI
				   NOT INVALID KEY
				       MOVE PV-TERMINI TO WS-TERMINI
			   END-READ
		   END-IF

		   MOVE SPACES TO LINIA-DETALL
		   MOVE PL-ID-PRODUCTE(PL-IDX) TO LD-ID-PRODUCTE
		   MOVE PL-DESCRIPCIO(PL-IDX)  TO LD-DESCRIPCIO
		   MOVE PL-PROVEIDOR(PL-IDX)   TO LD-PROVEIDOR
		   MOVE WS-TERMINI             TO LD-TERMINI
		   MOVE WS-MITJANA             TO LD-MITJANA
		   MOVE WS-PUNTA               TO LD-PUNTA
		   MOVE PL-MINIM(PL-IDX)       TO LD-ACTUAL

		   IF WS-TERMINI = ZERO
			   ADD 1 TO WS-COMPT-SENSE-TERM
			   MOVE "SENSE TERMINI" TO LD-OBSERVACIO
			   WRITE IN-LINIA FROM LINIA-DETALL
			   MOVE "PROVEIDOR SENSE TERMINI: NO REVISAT"
				   TO WS-MOTIU
			   PERFORM ESCRIURE-EXCEPCIO
				   THRU FIN-ESCRIURE-EXCEPCIO
			   GO TO FIN-PLANIFICAR-PRODUCTE
		   END-IF

		   IF WS-TOTAL = ZERO
			   ADD 1 TO WS-COMPT-SENSE-CONS
			   MOVE "SENSE CONSUM" TO LD-OBSERVACIO
			   WRITE IN-LINIA FROM LINIA-DETALL
			   GO TO FIN-PLANIFICAR-PRODUCTE
		   END-IF

		   COMPUTE WS-CALCUL =
			       (WS-MITJANA + (WS-PUNTA - WS-MITJANA)
			       * WS-SEGURETAT / 100) * WS-TERMINI
			       / WS-DIES-PERIODE
		   MOVE WS-CALCUL TO WS-PROPOSTA
		   IF WS-PROPOSTA < WS-CALCUL
			   ADD 1 TO WS-PROPOSTA
		   END-IF
		   IF WS-PROPOSTA > 999
			   MOVE 999 TO WS-PROPOSTA
		   END-IF
		   MOVE WS-PROPOSTA TO LD-PROPOSAT

		   IF WS-PROPOSTA > PL-MINIM(PL-IDX)
			   COMPUTE WS-DIFERENCIA =
			       WS-PROPOSTA - PL-MINIM(PL-IDX)
		   ELSE
			   COMPUTE WS-DIFERENCIA =
			       PL-MINIM(PL-IDX) - WS-PROPOSTA
		   END-IF

		   IF WS-DIFERENCIA = ZERO
			   MOVE "SENSE CANVI" TO LD-OBSERVACIO
			   WRITE IN-LINIA FROM LINIA-DETALL
			   GO TO FIN-PLANIFICAR-PRODUCTE
		   END-IF
		   IF WS-DIFERENCIA * 100 NOT >
			       PL-MINIM(PL-IDX) * WS-TOLERANCIA
			   ADD 1 TO WS-COMPT-TOLERANCIA
			   MOVE "DINS TOLERANCIA" TO LD-OBSERVACIO
			   WRITE IN-LINIA FROM LINIA-DETALL
			   GO TO FIN-PLANIFICAR-PRODUCTE
		   END-IF

		   ADD 1 TO WS-COMPT-PROPOSTES
		   MOVE "PROPOSTA CANVI" TO LD-OBSERVACIO
		   WRITE IN-LINIA FROM LINIA-DETALL

		   MOVE SPACES                 TO PT-REG
		   MOVE "C"                    TO PT-TIPO
		   MOVE PL-ID-PRODUCTE(PL-IDX) TO PT-ID-PRODUCTE
		   MOVE PL-DESCRIPCIO(PL-IDX)  TO PT-DESCRIPCIO
		   MOVE PL-PROVEIDOR(PL-IDX)   TO PT-PROVEIDOR
		   MOVE WS-PROPOSTA            TO PT-MINIM
		   WRITE PT-REG.

	   FIN-PLANIFICAR-PRODUCTE. EXIT.

	   SUMAR-PERIODE.
		   ADD PL-CONSUM(PL-IDX, PL-PER) TO WS-TOTAL
		   IF PL-CONSUM(PL-IDX, PL-PER) > WS-PUNTA
			   MOVE PL-CONSUM(PL-IDX, PL-PER) TO WS-PUNTA
		   END-IF.

	   FIN-SUMAR-PERIODE. EXIT.

	   ESCRIURE-EXCEPCIO.
		   MOVE SPACES TO EX-REG
		   MOVE WS-DATA-EXC  TO EX-DATA
		   MOVE "PLANMIN"    TO EX-PROGRAMA
		   MOVE "E"          TO EX-SEVERITAT
		   MOVE PL-ID-PRODUCTE(PL-IDX) TO EX-CLAU(1:2)
		   MOVE PL-PROVEIDOR(PL-IDX)   TO EX-CLAU(4:5)
		   MOVE WS-MOTIU     TO EX-MOTIU
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
		   MOVE "PERIODE INICIAL"      TO CT-ETIQUETA
		   MOVE WS-PERIODE-DES         TO CT-VALOR
		   WRITE CT-REG
		   MOVE "PERIODE FINAL"        TO CT-ETIQUETA
		   MOVE WS-PERIODE-FINS        TO CT-VALOR
		   WRITE CT-REG
		   MOVE "CONSUMS LLEGITS"      TO CT-ETIQUETA
		   MOVE WS-COMPT-LLEGITS       TO CT-VALOR
		   WRITE CT-REG
		   MOVE "CONSUMS DEL PERIODE"  TO CT-ETIQUETA
		   MOVE WS-COMPT-FINESTRA      TO CT-VALOR
		   WRITE CT-REG
		   MOVE "CONSUMS SENSE PRODUCTE" TO CT-ETIQUETA
		   MOVE WS-COMPT-SENSE-PROD    TO CT-VALOR
		   WRITE CT-REG
		   MOVE "PRODUCTES REVISATS"   TO CT-ETIQUETA
		   MOVE WS-COMPT-PRODUCTES     TO CT-VALOR
		   WRITE CT-REG
		   MOVE "PROPOSTES GENERADES"  TO CT-ETIQUETA
		   MOVE WS-COMPT-PROPOSTES     TO CT-VALOR
		   WRITE CT-REG
		   MOVE "DINS TOLERANCIA"      TO CT-ETIQUETA
		   MOVE WS-COMPT-TOLERANCIA    TO CT-VALOR
		   WRITE CT-REG
		   MOVE "SENSE TERMINI"        TO CT-ETIQUETA
		   MOVE WS-COMPT-SENSE-TERM    TO CT-VALOR
		   WRITE CT-REG
		   MOVE "SENSE CONSUM"         TO CT-ETIQUETA
		   MOVE WS-COMPT-SENSE-CONS    TO CT-VALOR
		   WRITE CT-REG

		   CLOSE RPTCONTROL.

	   FIN-ESCRIURE-RPTCONTROL. EXIT.
