	   IDENTIFICATION DIVISION.
	   PROGRAM-ID. QUALPROV.
	   ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
	   FILE-CONTROL.
		   SELECT OPTIONAL RECEPCIONS
			   ASSIGN TO "RECEPCIONS.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT OPTIONAL ORDRES
			   ASSIGN TO "ORDRES_OBERTES.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT PRODUCTES
			   ASSIGN TO "PRODUCTES.TXT"
				   ACCESS MODE IS DYNAMIC
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
		   SELECT INFORME
			   ASSIGN TO "QUALPROV.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT RPTCONTROL
			   ASSIGN TO "CONTROL_QPV.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.

	   DATA DIVISION.
	   FILE SECTION.
	   FD RECEPCIONS.
			 01 RH-REG.
				 05 RH-NUMERO-ORDRE PIC 9(5).
				 05 FILLER         PIC X(1).
				 05 RH-ID-PRODUCTE PIC X(2).
				 05 FILLER         PIC X(1).
				 05 RH-NUMERO1     PIC 9(5).
				 05 FILLER         PIC X(1).
				 05 RH-DATA-ORDRE  PIC X(8).
				 05 FILLER         PIC X(1).
				 05 RH-DATA-ENTREGA PIC X(8).
				 05 FILLER         PIC X(1).
				 05 RH-QTY-DEMANADA PIC 9(3).
				 05 FILLER         PIC X(1).
				 05 RH-QTY-REBUDA  PIC 9(5).
				 05 FILLER         PIC X(1).
				 05 RH-ETIQUETA    PIC X(8).
				 05 FILLER         PIC X(1).
				 05 RH-ALBARA      PIC X(10).

	   FD ORDRES.
			 01 OO-REG.
				 05 OO-NUMERO-ORDRE PIC 9(5).
				 05 FILLER         PIC X(1).
				 05 OO-ID-PRODUCTE PIC X(2).
				 05 FILLER         PIC X(1).
				 05 OO-NUMERO1     PIC 9(5).
				 05 FILLER         PIC X(1).
				 05 OO-QTY-DEMANADA PIC 9(3).
				 05 FILLER         PIC X(1).
				 05 OO-QTY-REBUDA  PIC 9(3).
				 05 FILLER         PIC X(1).
				 05 OO-DATA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 OO-ESTAT       PIC X(1).

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

	   FD INFORME.
			 01 IN-LINIA          PIC X(80).

	   FD RPTCONTROL.
			 01 CT-REG.
				 05 CT-ETIQUETA    PIC X(25).
				 05 FILLER         PIC X(1).
				 05 CT-VALOR       PIC X(20).

	   WORKING-STORAGE SECTION.
		   01 FIN-FICHERO PIC X(5) VALUE "FALSE".
		   01 FS-PRODUCTES   PIC X(2).
		   01 FS-PROVEIDORS  PIC X(2).
		   01 FS-PERIODE     PIC X(2).
		   01 WS-PROV-OBERT  PIC X(5) VALUE "FALSE".
		   01 WS-MODE PIC X(32) VALUE SPACES.

		   01 WS-PERIODE        PIC X(6) VALUE SPACES.
		   01 WS-PERIODE-NUM REDEFINES WS-PERIODE.
			   05 WS-PER-ANY     PIC 9(4).
			   05 WS-PER-MES     PIC 9(2).
		   01 WS-PROVEIDOR      PIC X(5).
		   01 WS-SERIAL-VENC    PIC 9(7).
		   01 WS-SERIAL-FI-MES  PIC 9(7).
		   01 WS-DENOMINADOR    PIC 9(7).
		   01 WS-RETARDATS      PIC 9(7).

		   01 WS-DATA-CALC      PIC X(8).
		   01 WS-DATA-NUM REDEFINES WS-DATA-CALC.
			   05 WS-CALC-ANY    PIC 9(4).
			   05 WS-CALC-MES    PIC 9(2).
			   05 WS-CALC-DIA    PIC 9(2).
		   01 WS-SERIAL         PIC 9(7).
		   01 WS-SERIAL-AVUI    PIC 9(7).
		   01 WS-BIXESTOS       PIC 9(4).
		   01 WS-RESTA-ANY      PIC 9(1).
		   01 WS-DIES           PIC S9(5).

		   01 WS-DIES-MES-DEF   PIC X(36) VALUE
			   "000031059090120151181212243273304334".
		   01 WS-DIES-MES REDEFINES WS-DIES-MES-DEF.
			   05 WS-DIES-ACUM OCCURS 12 TIMES PIC 9(3).

		   01 WS-DATA-AVUI.
			   05 FILLER         PIC X(2) VALUE "20".
			   05 WS-AVUI-AAMMDD PIC X(6).

		   01 WS-CONTADORS.
			   05 WS-COMPT-RECEPCIONS PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-DEL-MES    PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-ORDRES     PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-VENCUDES   PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-SENSE-PROD PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-PROVEIDORS PIC 9(5) VALUE ZERO.

		   01 WS-TOTALS.
			   05 WS-TOT-ENTREGUES   PIC 9(7) VALUE ZERO.
			   05 WS-TOT-A-TEMPS     PIC 9(7) VALUE ZERO.
			   05 WS-TOT-TARD        PIC 9(7) VALUE ZERO.
			   05 WS-TOT-DIES-TARD   PIC 9(7) VALUE ZERO.
			   05 WS-TOT-DEFECTE     PIC 9(7) VALUE ZERO.
			   05 WS-TOT-EXCES       PIC 9(7) VALUE ZERO.
			   05 WS-TOT-PENDENTS    PIC 9(7) VALUE ZERO.

		   01 WS-TEMPS.
			   05 WS-DATA-INICI  PIC X(8).
			   05 WS-HORA-INICI  PIC X(8).
			   05 WS-DATA-FI     PIC X(8).
			   05 WS-HORA-FI     PIC X(8).

		   01 SP-MAX            PIC 9(3) VALUE 50.
		   01 SP-TOTAL          PIC 9(3) VALUE ZERO.
		   01 SP-IDX            PIC 9(3).
		   01 SP-ACTUAL         PIC 9(3).
		   01 SP-TROBAT         PIC X(5).
		   01 SP-TAULA-PROVEIDORS.
			   05 SP-ENTRADA OCCURS 50 TIMES.
				   10 SP-PROVEIDOR   PIC X(5).
				   10 SP-NOM         PIC X(20).
				   10 SP-TERMINI     PIC 9(3).
				   10 SP-ENTREGUES   PIC 9(5).
				   10 SP-A-TEMPS     PIC 9(5).
				   10 SP-TARD        PIC 9(5).
				   10 SP-DIES-TARD   PIC 9(7).
				   10 SP-DEFECTE     PIC 9(5).
				   10 SP-EXCES       PIC 9(5).
				   10 SP-PENDENTS    PIC 9(5).

		   01 LINIA-CAPCALERA.
			   05 FILLER         PIC X(33)
				   VALUE "QUALITAT PROVEIDORS MES ".
			   05 LC-PERIODE     PIC X(6).

		   01 LINIA-TITOLS.
			   05 FILLER         PIC X(27)
				   VALUE "PROV. NOM".
			   05 FILLER         PIC X(26)
				   VALUE "ENTR. %TEMPS %CURTA %EXCES".
			   05 FILLER         PIC X(16)
				   VALUE "   DIES/T  PEND.".

		   01 LINIA-DETALL.
			   05 LD-PROVEIDOR   PIC X(5).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-NOM         PIC X(20).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-ENTREGUES   PIC ZZZZ9.
			   05 FILLER         PIC X(2) VALUE SPACES.
			   05 LD-PCT-TEMPS   PIC ZZ9.9.
			   05 FILLER         PIC X(2) VALUE SPACES.
			   05 LD-PCT-CURTA   PIC ZZ9.9.
			   05 FILLER         PIC X(2) VALUE SPACES.
			   05 LD-PCT-EXCES   PIC ZZ9.9.
			   05 FILLER         PIC X(3) VALUE SPACES.
			   05 LD-MITJANA     PIC ZZZ9.9.
			   05 FILLER         PIC X(2) VALUE SPACES.
			   05 LD-PENDENTS    PIC ZZZZ9.

		   01 WS-PCT            PIC 9(3)V9.
		   01 WS-MITJANA        PIC 9(4)V9.

	   PROCEDURE DIVISION.
	   MAINLINE.
		   ACCEPT WS-MODE FROM COMMAND-LINE
		   ACCEPT WS-DATA-INICI FROM DATE
		   ACCEPT WS-HORA-INICI FROM TIME
		   ACCEPT WS-AVUI-AAMMDD FROM DATE

		   MOVE WS-DATA-AVUI TO WS-DATA-CALC
		   MOVE ZERO TO WS-SERIAL-AVUI
		   PERFORM CALCULAR-SERIAL THRU FIN-CALCULAR-SERIAL
		   MOVE WS-SERIAL TO WS-SERIAL-AVUI

		   PERFORM DETERMINAR-PERIODE
			   THRU FIN-DETERMINAR-PERIODE

		   OPEN INPUT PRODUCTES
		   IF FS-PRODUCTES NOT = "00"
			   DISPLAY "QUALPROV - ABEND: NO ES POT OBRIR "
				   "EL MESTRE DE PRODUCTES"
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF
		   OPEN INPUT PROVMST
		   IF FS-PROVEIDORS = "00"
			   MOVE "TRUE" TO WS-PROV-OBERT
		   END-IF

		   MOVE "FALSE" TO FIN-FICHERO
		   OPEN INPUT RECEPCIONS
		   READ RECEPCIONS
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ
		   PERFORM RECEPCIO-RTN THRU FIN-RECEPCIO-RTN
			   UNTIL FIN-FICHERO = "TRUE"
		   CLOSE RECEPCIONS

		   MOVE "FALSE" TO FIN-FICHERO
		   OPEN INPUT ORDRES
		   READ ORDRES
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ
		   PERFORM ORDRE-RTN THRU FIN-ORDRE-RTN
			   UNTIL FIN-FICHERO = "TRUE"
		   CLOSE ORDRES

		   CLOSE PRODUCTES
		   IF WS-PROV-OBERT = "TRUE"
			   CLOSE PROVMST
		   END-IF

		   PERFORM ESCRIURE-INFORME THRU FIN-ESCRIURE-INFORME

		   PERFORM ESCRIURE-RPTCONTROL
			   THRU FIN-ESCRIURE-RPTCONTROL

		   STOP RUN.

	   FIN-MAINLINE. EXIT.

	   DETERMINAR-PERIODE.
		   MOVE WS-MODE(1:6) TO WS-PERIODE
		   IF WS-PERIODE IS NOT NUMERIC
			   MOVE WS-DATA-AVUI(1:6) TO WS-PERIODE
			   OPEN INPUT PERIODE
			   IF FS-PERIODE = "00"
				   READ PERIODE
				   IF FS-PERIODE = "00"
					   MOVE PD-PERIODE TO WS-PERIODE
				   END-IF
				   CLOSE PERIODE
			   END-IF
		   END-IF
		   IF WS-PERIODE IS NOT NUMERIC
			  OR WS-PER-MES < 1 OR WS-PER-MES > 12
			   DISPLAY "QUALPROV - ABEND: PERIODE ERRONI "
				   WS-PERIODE
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF

		   IF WS-PER-MES = 12
			   COMPUTE WS-CALC-ANY = WS-PER-ANY + 1
			   MOVE 1 TO WS-CALC-MES
		   ELSE
			   MOVE WS-PER-ANY TO WS-CALC-ANY
			   COMPUTE WS-CALC-MES = WS-PER-MES + 1
		   END-IF
		   MOVE 1 TO WS-CALC-DIA
		   PERFORM CALCULAR-SERIAL THRU FIN-CALCULAR-SERIAL
		   COMPUTE WS-SERIAL-FI-MES = WS-SERIAL - 1.

	   FIN-DETERMINAR-PERIODE. EXIT.

	   RECEPCIO-RTN.
		   ADD 1 TO WS-COMPT-RECEPCIONS
		   IF RH-DATA-ENTREGA(1:6) NOT = WS-PERIODE
			   GO TO LLEGIR-SEGUENT-RECEPCIO
		   END-IF

		   MOVE RH-ID-PRODUCTE TO PR-ID-PRODUCTE
		   PERFORM SITUAR-PROVEIDOR THRU FIN-SITUAR-PROVEIDOR
		   IF SP-TROBAT NOT = "TRUE"
			   GO TO LLEGIR-SEGUENT-RECEPCIO
		   END-IF
		   ADD 1 TO WS-COMPT-DEL-MES
		   ADD 1 TO SP-ENTREGUES(SP-ACTUAL)

		   MOVE RH-DATA-ORDRE TO WS-DATA-CALC
		   PERFORM CALCULAR-SERIAL THRU FIN-CALCULAR-SERIAL
		   COMPUTE WS-SERIAL-VENC =
		       WS-SERIAL + SP-TERMINI(SP-ACTUAL)
		   MOVE RH-DATA-ENTREGA TO WS-DATA-CALC
		   PERFORM CALCULAR-SERIAL THRU FIN-CALCULAR-SERIAL
		   COMPUTE WS-DIES = WS-SERIAL - WS-SERIAL-VENC

		   IF WS-DIES > 0
			   ADD 1 TO SP-TARD(SP-ACTUAL)
			   ADD WS-DIES TO SP-DIES-TARD(SP-ACTUAL)
		   ELSE
			   ADD 1 TO SP-A-TEMPS(SP-ACTUAL)
		   END-IF

		   IF RH-ETIQUETA = "DEFECTE"
			   ADD 1 TO SP-DEFECTE(SP-ACTUAL)
		   END-IF
		   IF RH-ETIQUETA = "EXCES"
			   ADD 1 TO SP-EXCES(SP-ACTUAL)
		   END-IF.

	   LLEGIR-SEGUENT-RECEPCIO.
		   READ RECEPCIONS
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-RECEPCIO-RTN. EXIT.

	   ORDRE-RTN.
		   ADD 1 TO WS-COMPT-ORDRES
		   IF OO-ESTAT = "T"
			  OR OO-DATA(1:6) > WS-PERIODE
			   GO TO LLEGIR-SEGUENT-ORDRE
		   END-IF

		   MOVE OO-ID-PRODUCTE TO PR-ID-PRODUCTE
		   PERFORM SITUAR-PROVEIDOR THRU FIN-SITUAR-PROVEIDOR
		   IF SP-TROBAT NOT = "TRUE"
			   GO TO LLEGIR-SEGUENT-ORDRE
		   END-IF

		   MOVE OO-DATA TO WS-DATA-CALC
		   PERFORM CALCULAR-SERIAL THRU FIN-CALCULAR-SERIAL
		   COMPUTE WS-SERIAL-VENC =
		       WS-SERIAL + SP-TERMINI(SP-ACTUAL)
		   IF WS-SERIAL-VENC < WS-SERIAL-FI-MES
			   ADD 1 TO WS-COMPT-VENCUDES
			   ADD 1 TO SP-PENDENTS(SP-ACTUAL)
			   COMPUTE WS-DIES =
			       WS-SERIAL-FI-MES - WS-SERIAL-VENC
			   ADD WS-DIES TO SP-DIES-TARD(SP-ACTUAL)
		   END-IF.

	   LLEGIR-SEGUENT-ORDRE.
		   READ ORDRES
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-ORDRE-RTN. EXIT.

	   SITUAR-PROVEIDOR.
		   MOVE "FALSE" TO SP-TROBAT
		   READ PRODUCTES
			   INVALID KEY
				   ADD 1 TO WS-COMPT-SENSE-PROD
				   GO TO FIN-SITUAR-PROVEIDOR
		   END-READ
		   MOVE PR-PROVEIDOR TO WS-PROVEIDOR

		   PERFORM CERCAR-PROVEIDOR THRU FIN-CERCAR-PROVEIDOR
			   VARYING SP-IDX FROM 1 BY 1
			   UNTIL SP-IDX > SP-TOTAL
				   OR SP-TROBAT = "TRUE"
		   IF SP-TROBAT = "TRUE"
			   GO TO FIN-SITUAR-PROVEIDOR
		   END-IF

		   IF SP-TOTAL >= SP-MAX
			   DISPLAY "QUALPROV - ABEND: MES DE " SP-MAX
				   " PROVEIDORS"
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF
		   ADD 1 TO SP-TOTAL
		   MOVE SP-TOTAL TO SP-ACTUAL
		   MOVE WS-PROVEIDOR TO SP-PROVEIDOR(SP-ACTUAL)
		   MOVE SPACES       TO SP-NOM(SP-ACTUAL)
		   MOVE ZERO         TO SP-TERMINI(SP-ACTUAL)
		   MOVE ZERO         TO SP-ENTREGUES(SP-ACTUAL)
		   MOVE ZERO         TO SP-A-TEMPS(SP-ACTUAL)
		   MOVE ZERO         TO SP-TARD(SP-ACTUAL)
		   MOVE ZERO         TO SP-DIES-TARD(SP-ACTUAL)
		   MOVE ZERO         TO SP-DEFECTE(SP-ACTUAL)
		   MOVE ZERO         TO SP-EXCES(SP-ACTUAL)
		   MOVE ZERO         TO SP-PENDENTS(SP-ACTUAL)
		   IF WS-PROV-OBERT = "TRUE"
			   MOVE WS-PROVEIDOR TO PV-CODI
			   READ PROVMST
				   INVALID KEY
				       MOVE "*** SENSE MESTRE ***"
				           TO SP-NOM(SP-ACTUAL)
				   NOT INVALID KEY
				       MOVE PV-NOM TO SP-NOM(SP-ACTUAL)
				       MOVE PV-TERMINI
				           TO SP-TERMINI(SP-ACTUAL)
			   END-READ
		   END-IF
		   MOVE "TRUE" TO SP-TROBAT.

	   FIN-SITUAR-PROVEIDOR. EXIT.

	   CERCAR-PROVEIDOR.
		   IF SP-PROVEIDOR(SP-IDX) = WS-PROVEIDOR
			   MOVE "TRUE" TO SP-TROBAT
			   MOVE SP-IDX TO SP-ACTUAL
		   END-IF.

	   FIN-CERCAR-PROVEIDOR. EXIT.

	   ESCRIURE-INFORME.
		   OPEN OUTPUT INFORME
		   MOVE WS-PERIODE TO LC-PERIODE
		   WRITE IN-LINIA FROM LINIA-CAPCALERA
		   MOVE SPACES TO IN-LINIA
		   WRITE IN-LINIA
		   WRITE IN-LINIA FROM LINIA-TITOLS

		   PERFORM DETALL-PROVEIDOR THRU FIN-DETALL-PROVEIDOR
			   VARYING SP-IDX FROM 1 BY 1
			   UNTIL SP-IDX > SP-TOTAL

		   MOVE SPACES TO IN-LINIA
		   WRITE IN-LINIA
		   MOVE "TOTAL"            TO LD-PROVEIDOR
		   MOVE SPACES             TO LD-NOM
		   MOVE WS-TOT-ENTREGUES   TO SP-ENTREGUES(1)
		   MOVE WS-TOT-A-TEMPS     TO SP-A-TEMPS(1)
		   MOVE WS-TOT-TARD        TO SP-TARD(1)
		   MOVE WS-TOT-DIES-TARD   TO SP-DIES-TARD(1)
		   MOVE WS-TOT-DEFECTE     TO SP-DEFECTE(1)
		   MOVE WS-TOT-EXCES       TO SP-EXCES(1)
		   MOVE WS-TOT-PENDENTS    TO SP-PENDENTS(1)
		   MOVE 1 TO SP-ACTUAL
		   PERFORM CALCULAR-RATIOS THRU FIN-CALCULAR-RATIOS
		   WRITE IN-LINIA FROM LINIA-DETALL

		   CLOSE INFORME.

	   FIN-ESCRIURE-INFORME. EXIT.

	   DETALL-PROVEIDOR.
		   ADD 1 TO WS-COMPT-PROVEIDORS
		   ADD SP-ENTREGUES(SP-IDX) TO WS-TOT-ENTREGUES
		   ADD SP-A-TEMPS(SP-IDX)   TO WS-TOT-A-TEMPS
		   ADD SP-TARD(SP-IDX)      TO WS-TOT-TARD
		   ADD SP-DIES-TARD(SP-IDX) TO WS-TOT-DIES-TARD
		   ADD SP-DEFECTE(SP-IDX)   TO WS-TOT-DEFECTE
		   ADD SP-EXCES(SP-IDX)     TO WS-TOT-EXCES
		   ADD SP-PENDENTS(SP-IDX)  TO WS-TOT-PENDENTS

		   MOVE SP-PROVEIDOR(SP-IDX) TO LD-PROVEIDOR
		   MOVE SP-NOM(SP-IDX)       TO LD-NOM
		   MOVE SP-IDX TO SP-ACTUAL
		   PERFORM CALCULAR-RATIOS THRU FIN-CALCULAR-RATIOS
		   WRITE IN-LINIA FROM LINIA-DETALL.

	   FIN-DETALL-PROVEIDOR. EXIT.

	   CALCULAR-RATIOS.
		   MOVE SP-ENTREGUES(SP-ACTUAL) TO LD-ENTREGUES
		   MOVE SP-PENDENTS(SP-ACTUAL)  TO LD-PENDENTS

		   COMPUTE WS-DENOMINADOR = SP-ENTREGUES(SP-ACTUAL)
			   + SP-PENDENTS(SP-ACTUAL)
		   MOVE ZERO TO WS-PCT
		   IF WS-DENOMINADOR > 0
			   COMPUTE WS-PCT ROUNDED =
			       SP-A-TEMPS(SP-ACTUAL) * 100
			       / WS-DENOMINADOR
		   END-IF
		   MOVE WS-PCT TO LD-PCT-TEMPS

		   MOVE ZERO TO WS-PCT
		   IF SP-ENTREGUES(SP-ACTUAL) > 0
			   COMPUTE WS-PCT ROUNDED =
			       SP-DEFECTE(SP-ACTUAL) * 100
			       / SP-ENTREGUES(SP-ACTUAL)
		   END-IF
		   MOVE WS-PCT TO LD-PCT-CURTA

		   MOVE ZERO TO WS-PCT
		   IF SP-ENTREGUES(SP-ACTUAL) > 0
			   COMPUTE WS-PCT ROUNDED =
			       SP-EXCES(SP-ACTUAL) * 100
			       / SP-ENTREGUES(SP-ACTUAL)
		   END-IF
		   MOVE WS-PCT TO LD-PCT-EXCES

		   COMPUTE WS-RETARDATS = SP-TARD(SP-ACTUAL)
			   + SP-PENDENTS(SP-ACTUAL)
		   MOVE ZERO TO WS-MITJANA
		   IF WS-RETARDATS > 0
			   COMPUTE WS-MITJANA ROUNDED =
			       SP-DIES-TARD(SP-ACTUAL) / WS-RETARDATS
		   END-IF
		   MOVE WS-MITJANA TO LD-MITJANA.

	   FIN-CALCULAR-RATIOS. EXIT.

	   CALCULAR-SERIAL.
		   IF WS-DATA-CALC IS NOT NUMERIC
			   MOVE WS-SERIAL-AVUI TO WS-SERIAL
			   GO TO FIN-CALCULAR-SERIAL
		   END-IF
		   IF WS-CALC-MES < 1 OR WS-CALC-MES > 12
			   MOVE WS-SERIAL-AVUI TO WS-SERIAL
			   GO TO FIN-CALCULAR-SERIAL
		   END-IF

		   DIVIDE WS-CALC-ANY BY 4 GIVING WS-BIXESTOS
			   REMAINDER WS-RESTA-ANY
		   COMPUTE WS-SERIAL = (WS-CALC-ANY * 365)
			   + WS-BIXESTOS
			   + WS-DIES-ACUM(WS-CALC-MES)
			   + WS-CALC-DIA
		   IF WS-CALC-MES < 3 AND WS-RESTA-ANY = ZERO
			   SUBTRACT 1 FROM WS-SERIAL
		   END-IF.

	   FIN-CALCULAR-SERIAL. EXIT.

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
		   MOVE "PERIODE"              TO CT-ETIQUETA
		   MOVE WS-PERIODE             TO CT-VALOR
		   WRITE CT-REG
		   MOVE "RECEPCIONS LLEGIDES"  TO CT-ETIQUETA
		   MOVE WS-COMPT-RECEPCIONS    TO CT-VALOR
		   WRITE CT-REG
		   MOVE "RECEPCIONS DEL MES"   TO CT-ETIQUETA
		   MOVE WS-COMPT-DEL-MES       TO CT-VALOR
		   WRITE CT-REG
		   MOVE "ORDRES LLEGIDES"      TO CT-ETIQUETA
		   MOVE WS-COMPT-ORDRES        TO CT-VALOR
		   WRITE CT-REG
		   MOVE "ORDRES VENCUDES"      TO CT-ETIQUETA
		   MOVE WS-COMPT-VENCUDES      TO CT-VALOR
		   WRITE CT-REG
		   MOVE "PRODUCTE INEXISTENT"  TO CT-ETIQUETA
		   MOVE WS-COMPT-SENSE-PROD    TO CT-VALOR
		   WRITE CT-REG
		   MOVE "PROVEIDORS INFORMATS" TO CT-ETIQUETA
		   MOVE WS-COMPT-PROVEIDORS    TO CT-VALOR
		   WRITE CT-REG

		   CLOSE RPTCONTROL.

	   FIN-ESCRIURE-RPTCONTROL. EXIT.
