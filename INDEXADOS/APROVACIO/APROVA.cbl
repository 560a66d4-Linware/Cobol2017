	   IDENTIFICATION DIVISION.
	   PROGRAM-ID. APROVA.
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
		   SELECT OPTIONAL APROVACIONS
			   ASSIGN TO "APROVACIONS.TXT"
				   ACCESS MODE IS DYNAMIC
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PA-NUMERO
				   FILE STATUS IS FS-APROVACIONS.
		   SELECT DECISIONS
			   ASSIGN TO "DECISIONS.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-DECISIONS.
		   SELECT OPTIONAL APROVLOG
			   ASSIGN TO "APROVLOG.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT PENDENTS
			   ASSIGN TO "PENDENTS_APR.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT RPTCONTROL
			   ASSIGN TO "CONTROL_APR.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT CTLIDX
			   ASSIGN TO "CTLIDX.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT OPTIONAL EXCEPCIONS
			   ASSIGN TO "EXCEPCIONS.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT PERIODE
			   ASSIGN TO "PERIODE.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-PERIODE.

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

	   FD APROVACIONS.
			 01 PA-REG.
				 05 PA-NUMERO       PIC 9(7).
				 05 PA-ORIGEN       PIC X(9).
				 05 PA-DATA         PIC X(8).
				 05 PA-SOLLICITANT  PIC X(8).
				 05 PA-ESTAT        PIC X(1).
				 05 PA-LINIA        PIC X(28).
				 05 PA-CANVI REDEFINES PA-LINIA.
					 10 PA-CP-ID-PRODUCTE PIC X(2).
					 10 PA-CP-TIPO        PIC X(1).
					 10 PA-CP-VALOR     PIC 9(4)V99.
					 10 PA-CP-DATA-EFECTE PIC X(8).
					 10 FILLER            PIC X(11).
				 05 PA-MOVIMENT REDEFINES PA-LINIA.
					 10 PA-MV-NUMERO1     PIC 9(5).
					 10 PA-MV-TIPO        PIC X(1).
					 10 PA-MV-SIGNE       PIC X(1).
					 10 PA-MV-QUANTITAT   PIC 9(3).
					 10 PA-MV-DATA        PIC X(8).
					 10 PA-MV-DOCUMENT    PIC X(10).
				 05 PA-MOTIU        PIC X(40).
				 05 PA-APROVADOR    PIC X(8).
				 05 PA-DATA-DECISIO PIC X(8).

	   FD DECISIONS.
			 01 DC-REG.
				 05 DC-NUMERO      PIC 9(7).
				 05 FILLER         PIC X(1).
				 05 DC-DECISIO     PIC X(1).
				 05 FILLER         PIC X(1).
				 05 DC-MOTIU       PIC X(40).

	   FD APROVLOG.
			 01 AL-REG.
				 05 AL-DATA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 AL-HORA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 AL-NUMERO      PIC 9(7).
				 05 FILLER         PIC X(1).
				 05 AL-ORIGEN      PIC X(9).
				 05 FILLER         PIC X(1).
				 05 AL-SOLLICITANT PIC X(8).
				 05 FILLER         PIC X(1).
				 05 AL-APROVADOR   PIC X(8).
				 05 FILLER         PIC X(1).
				 05 AL-DECISIO     PIC X(10).
				 05 FILLER         PIC X(1).
				 05 AL-LINIA       PIC X(28).
				 05 FILLER         PIC X(1).
				 05 AL-MOTIU       PIC X(40).

	   FD PENDENTS.
			 01 PN-REG.
				 05 PN-NUMERO      PIC 9(7).
				 05 FILLER         PIC X(1).
				 05 PN-ORIGEN      PIC X(9).
				 05 FILLER         PIC X(1).
				 05 PN-DATA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 PN-SOLLICITANT PIC X(8).
				 05 FILLER         PIC X(1).
				 05 PN-LINIA       PIC X(28).
				 05 FILLER         PIC X(1).
				 05 PN-MOTIU       PIC X(40).

	   FD RPTCONTROL.
			 01 CT-REG.
				 05 CT-ETIQUETA    PIC X(25).
				 05 FILLER         PIC X(1).
				 05 CT-VALOR       PIC X(20).

	   FD CTLIDX.
			 01 CX-REG.
				 05 CX-PROGRAMA    PIC X(9).
				 05 FILLER         PIC X(1).
				 05 CX-DATA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 CX-HORA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 CX-REGISTRES   PIC 9(7).
				 05 FILLER         PIC X(1).
				 05 CX-QUANTITAT   PIC 9(9).
				 05 FILLER         PIC X(1).
				 05 CX-HASH        PIC 9(11)V99.

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

	   FD PERIODE.
			 01 PD-REG.
				 05 PD-PERIODE     PIC X(6).
				 05 FILLER         PIC X(1).
				 05 PD-DATA-INICI  PIC X(8).
				 05 FILLER         PIC X(1).
				 05 PD-DATA-FI     PIC X(8).

	   WORKING-STORAGE SECTION.
		   01 FIN-FICHERO PIC X(5) VALUE "FALSE".
		   01 FIN-PRODUCTE PIC X(5) VALUE "FALSE".

		   01 FS-INDEXADO    PIC X(2).
		   01 FS-APROVACIONS PIC X(2).
		   01 FS-DECISIONS   PIC X(2).
		   01 FS-PERIODE     PIC X(2).

		   01 WS-PERIODE-OBERT.
			   05 WS-PD-PERIODE     PIC X(6).
			   05 WS-PD-DATA-INICI  PIC X(8).
			   05 WS-PD-DATA-FI     PIC X(8).

		   01 WS-CONTADORS.
			   05 WS-COMPT-DECISIONS  PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-APROVATS   PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-REBUTJATS  PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-DENEGATS   PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-NO-APLICATS PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-PENDENTS   PIC 9(5) VALUE ZERO.
			   05 WS-COMPT-ACTUALITZATS PIC 9(7) VALUE ZERO.

		   01 WS-TEMPS.
			   05 WS-DATA-INICI  PIC X(8).
			   05 WS-HORA-INICI  PIC X(8).
			   05 WS-DATA-FI     PIC X(8).
			   05 WS-HORA-FI     PIC X(8).

		   01 WS-DATA-AVUI.
			   05 FILLER         PIC X(2) VALUE "20".
			   05 WS-AVUI-AAMMDD PIC X(6).

		   01 WS-MODE           PIC X(32) VALUE SPACES.
		   01 WS-APROVADOR      PIC X(8) VALUE SPACES.
		   01 WS-LLISTAR        PIC X(5) VALUE "FALSE".
		   01 WS-DECISIO        PIC X(10).
		   01 WS-MOTIU          PIC X(40).
		   01 WS-TIPO-CANVI     PIC X(1).
		   01 WS-PREU-NOU       PIC 9(4)V99.
		   01 WS-ERROR-CALCUL   PIC X(5).
		   01 WS-REG-PRODUCTE   PIC 9(5).
		   01 WS-REG-EDITAT     PIC Z(4)9.
		   01 WS-QTY-ANTERIOR   PIC 9(3).
		   01 WS-QTY-NOVA       PIC S9(5).
		   01 WS-QTY-ANT-EDITADA PIC ZZ9.
		   01 WS-QTY-NOVA-EDITADA PIC ZZ9.

		   01 WS-SNAP-TOTALS.
			   05 WS-SNAP-REGISTRES PIC 9(7) VALUE ZERO.
			   05 WS-SNAP-QUANTITAT PIC 9(9) VALUE ZERO.
			   05 WS-SNAP-HASH   PIC 9(11)V99 VALUE ZERO.
		   01 WS-SNAP-LINIA     PIC 9(7)V99.

	   PROCEDURE DIVISION.
	   MAINLINE.
		   ACCEPT WS-MODE FROM COMMAND-LINE
		   ACCEPT WS-DATA-INICI FROM DATE
		   ACCEPT WS-HORA-INICI FROM TIME
		   ACCEPT WS-AVUI-AAMMDD FROM DATE

		   UNSTRING WS-MODE DELIMITED BY ALL " "
			   INTO WS-APROVADOR
		   END-UNSTRING

		   IF WS-APROVADOR = SPACES
			   DISPLAY "APROVA - US: APROVA LLISTA"
			   DISPLAY "APROVA - US: APROVA aprovador"
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF

		   IF WS-APROVADOR = "LLISTA" OR WS-APROVADOR = "llista"
			   MOVE "TRUE" TO WS-LLISTAR
			   PERFORM LLISTAR-PENDENTS
				   THRU FIN-LLISTAR-PENDENTS
			   PERFORM ESCRIURE-RPTCONTROL
				   THRU FIN-ESCRIURE-RPTCONTROL
			   STOP RUN
		   END-IF

		   PERFORM LLEGIR-PERIODE THRU FIN-LLEGIR-PERIODE

		   OPEN INPUT DECISIONS
		   IF FS-DECISIONS NOT = "00"
			   DISPLAY "APROVA - ABEND: FITXER DE "
				   "DECISIONS (DECISIONS.TXT) ABSENT"
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF

		   OPEN I-O APROVACIONS
		   IF FS-APROVACIONS NOT = "00"
			   DISPLAY "APROVA - ABEND: NO HI HA LINIES "
				   "RETINGUDES (APROVACIONS.TXT)"
			   MOVE 16 TO RETURN-CODE
			   CLOSE DECISIONS
			   STOP RUN
		   END-IF

		   OPEN I-O INDEXADO
		   IF FS-INDEXADO NOT = "00"
			   DISPLAY "APROVA - ABEND: NO ES POT OBRIR "
				   "INDEXAT.TXT"
			   MOVE 16 TO RETURN-CODE
			   CLOSE DECISIONS, APROVACIONS
			   STOP RUN
		   END-IF

		   OPEN EXTEND APROVLOG
		   OPEN EXTEND EXCEPCIONS

		   READ DECISIONS
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ

		   PERFORM DECISIO-RTN THRU FIN-DECISIO-RTN
			   UNTIL FIN-FICHERO = "TRUE"

		   CLOSE INDEXADO, APROVACIONS, DECISIONS
		   CLOSE APROVLOG, EXCEPCIONS

		   IF WS-COMPT-APROVATS > ZERO
			   PERFORM ESCRIURE-CTLIDX
				   THRU FIN-ESCRIURE-CTLIDX
		   END-IF

		   PERFORM ESCRIURE-RPTCONTROL
			   THRU FIN-ESCRIURE-RPTCONTROL

		   STOP RUN.

	   FIN-MAINLINE. EXIT.

	   LLEGIR-PERIODE.
		   OPEN INPUT PERIODE
		   IF FS-PERIODE NOT = "00"
			   DISPLAY "APROVA - ABEND: FITXER DE "
				   "PERIODE (PERIODE.TXT) ABSENT"
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF
		   READ PERIODE
		   IF FS-PERIODE NOT = "00"
			   DISPLAY "APROVA - ABEND: PERIODE.TXT "
				   "SENSE PERIODE OBERT"
			   MOVE 16 TO RETURN-CODE
			   CLOSE PERIODE
			   STOP RUN
		   END-IF
		   MOVE PD-PERIODE    TO WS-PD-PERIODE
		   MOVE PD-DATA-INICI TO WS-PD-DATA-INICI
		   MOVE PD-DATA-FI    TO WS-PD-DATA-FI
		   CLOSE PERIODE.

	   FIN-LLEGIR-PERIODE. EXIT.

	   LLISTAR-PENDENTS.
		   OPEN OUTPUT PENDENTS
		   OPEN INPUT APROVACIONS
		   IF FS-APROVACIONS NOT = "00"
			   CLOSE PENDENTS
			   GO TO FIN-LLISTAR-PENDENTS
		   END-IF

		   MOVE "FALSE" TO FIN-FICHERO
		   READ APROVACIONS NEXT RECORD
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ

		   PERFORM LLISTAR-LINIA THRU FIN-LLISTAR-LINIA
			   UNTIL FIN-FICHERO = "TRUE"

		   CLOSE APROVACIONS, PENDENTS.

	   FIN-LLISTAR-PENDENTS. EXIT.

	   LLISTAR-LINIA.
		   IF PA-ESTAT = "P"
			   ADD 1 TO WS-COMPT-PENDENTS
			   MOVE SPACES         TO PN-REG
			   MOVE PA-NUMERO      TO PN-NUMERO
			   MOVE PA-ORIGEN      TO PN-ORIGEN
			   MOVE PA-DATA        TO PN-DATA
			   MOVE PA-SOLLICITANT TO PN-SOLLICITANT
			   MOVE PA-LINIA       TO PN-LINIA
			   MOVE PA-MOTIU       TO PN-MOTIU
			   WRITE PN-REG
		   END-IF

		   READ APROVACIONS NEXT RECORD
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-LLISTAR-LINIA. EXIT.

	   DECISIO-RTN.
		   ADD 1 TO WS-COMPT-DECISIONS
		   MOVE SPACES TO WS-MOTIU

		   IF DC-NUMERO IS NOT NUMERIC
			   MOVE SPACES TO PA-REG
			   MOVE ZERO   TO PA-NUMERO
			   MOVE "NUMERO DE RETENCIO NO NUMERIC"
				   TO WS-MOTIU
			   GO TO DENEGAR-DECISIO
		   END-IF

		   MOVE DC-NUMERO TO PA-NUMERO
		   READ APROVACIONS
			   INVALID KEY
				   MOVE SPACES    TO PA-REG
				   MOVE DC-NUMERO TO PA-NUMERO
				   MOVE "NUMERO DE RETENCIO INEXISTENT"
					   TO WS-MOTIU
		   END-READ
		   IF WS-MOTIU NOT = SPACES
			   GO TO DENEGAR-DECISIO
		   END-IF

		   IF PA-ESTAT NOT = "P"
			   MOVE "LINIA JA DECIDIDA ANTERIORMENT"
				   TO WS-MOTIU
			   GO TO DENEGAR-DECISIO
		   END-IF

		   IF WS-APROVADOR = PA-SOLLICITANT
			   MOVE "L'APROVADOR NO POT SER EL SOL.LICITANT"
				   TO WS-MOTIU
			   GO TO DENEGAR-DECISIO
		   END-IF

		   EVALUATE DC-DECISIO
			   WHEN "A" WHEN "a"
				   PERFORM ALLIBERAR-LINIA
					   THRU FIN-ALLIBERAR-LINIA
			   WHEN "R" WHEN "r"
				   PERFORM REBUTJAR-LINIA
					   THRU FIN-REBUTJAR-LINIA
			   WHEN OTHER
				   MOVE "DECISIO DESCONEGUDA (A/R)"
					   TO WS-MOTIU
				   GO TO DENEGAR-DECISIO
		   END-EVALUATE

		   GO TO LLEGIR-SEGUENT-DECISIO.

	   DENEGAR-DECISIO.
		   ADD 1 TO WS-COMPT-DENEGATS
		   MOVE "DENEGAT" TO WS-DECISIO
		   PERFORM ESCRIURE-LOG THRU FIN-ESCRIURE-LOG.

	   LLEGIR-SEGUENT-DECISIO.
		   READ DECISIONS
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-DECISIO-RTN. EXIT.

	   REBUTJAR-LINIA.
		   MOVE "R"          TO PA-ESTAT
		   MOVE WS-APROVADOR TO PA-APROVADOR
		   MOVE WS-DATA-AVUI TO PA-DATA-DECISIO
		   REWRITE PA-REG
			   INVALID KEY
				   MOVE "ERROR EN REESCRIURE RETENCIO"
					   TO WS-MOTIU
				   ADD 1 TO WS-COMPT-NO-APLICATS
				   MOVE "NO APLICAT" TO WS-DECISIO
				   PERFORM ESCRIURE-EXCEPCIO
					   THRU FIN-ESCRIURE-EXCEPCIO
			   NOT INVALID KEY
				   ADD 1 TO WS-COMPT-REBUTJATS
				   MOVE "REBUTJAT" TO WS-DECISIO
				   MOVE DC-MOTIU   TO WS-MOTIU
		   END-REWRITE

		   PERFORM ESCRIURE-LOG THRU FIN-ESCRIURE-LOG.

	   FIN-REBUTJAR-LINIA. EXIT.

	   ALLIBERAR-LINIA.
		   EVALUATE PA-ORIGEN
			   WHEN "REVPREUS"
				   PERFORM ALLIBERAR-CANVI
					   THRU FIN-ALLIBERAR-CANVI
			   WHEN "MOVIMENTS"
				   PERFORM ALLIBERAR-MOVIMENT
					   THRU FIN-ALLIBERAR-MOVIMENT
			   WHEN OTHER
				   MOVE "ORIGEN DESCONEGUT" TO WS-MOTIU
				   MOVE "NO APLICAT" TO WS-DECISIO
		   END-EVALUATE

		   IF WS-DECISIO = "NO APLICAT"
			   ADD 1 TO WS-COMPT-NO-APLICATS
			   PERFORM ESCRIURE-EXCEPCIO
				   THRU FIN-ESCRIURE-EXCEPCIO
			   PERFORM ESCRIURE-LOG THRU FIN-ESCRIURE-LOG
			   GO TO FIN-ALLIBERAR-LINIA
		   END-IF

		   MOVE "A"          TO PA-ESTAT
		   MOVE WS-APROVADOR TO PA-APROVADOR
		   MOVE WS-DATA-AVUI TO PA-DATA-DECISIO
		   REWRITE PA-REG
			   INVALID KEY
				   MOVE "APLICAT, RETENCIO NO MARCADA"
					   TO WS-MOTIU
				   PERFORM ESCRIURE-EXCEPCIO
					   THRU FIN-ESCRIURE-EXCEPCIO
		   END-REWRITE

		   ADD 1 TO WS-COMPT-APROVATS
		   MOVE "APROVAT" TO WS-DECISIO
		   PERFORM ESCRIURE-LOG THRU FIN-ESCRIURE-LOG.

	   FIN-ALLIBERAR-LINIA. EXIT.

	   ALLIBERAR-CANVI.
		   MOVE SPACES TO WS-DECISIO
		   IF PA-CP-DATA-EFECTE < WS-PD-DATA-INICI
			   MOVE "CANVI AMB EFECTE EN PERIODE TANCAT"
				   TO WS-MOTIU
			   MOVE "NO APLICAT" TO WS-DECISIO
			   GO TO FIN-ALLIBERAR-CANVI
		   END-IF

		   IF PA-CP-TIPO = "F" OR PA-CP-TIPO = "f"
			   MOVE "F" TO WS-TIPO-CANVI
		   ELSE
			   MOVE "P" TO WS-TIPO-CANVI
		   END-IF

		   MOVE ZERO TO WS-REG-PRODUCTE
		   MOVE "FALSE" TO FIN-PRODUCTE
		   MOVE PA-CP-ID-PRODUCTE TO ID-PRODUCTE
		   START INDEXADO KEY IS = ID-PRODUCTE
			   INVALID KEY SET FIN-PRODUCTE TO "TRUE"
		   END-START

		   IF FIN-PRODUCTE NOT = "TRUE"
			   READ INDEXADO NEXT RECORD
				   AT END SET FIN-PRODUCTE TO "TRUE"
			   END-READ
		   END-IF

		   IF FIN-PRODUCTE = "TRUE"
			  OR ID-PRODUCTE NOT = PA-CP-ID-PRODUCTE
			   MOVE "PRODUCTE NO TROBAT A INDEXAT"
				   TO WS-MOTIU
			   MOVE "NO APLICAT" TO WS-DECISIO
			   GO TO FIN-ALLIBERAR-CANVI
		   END-IF

		   PERFORM ACTUALITZAR-PREU THRU FIN-ACTUALITZAR-PREU
			   UNTIL FIN-PRODUCTE = "TRUE"
			   OR ID-PRODUCTE NOT = PA-CP-ID-PRODUCTE

		   IF WS-REG-PRODUCTE = ZERO
			   MOVE "CAP REGISTRE DEL PRODUCTE ACTUALITZAT"
				   TO WS-MOTIU
			   MOVE "NO APLICAT" TO WS-DECISIO
			   GO TO FIN-ALLIBERAR-CANVI
		   END-IF

		   MOVE WS-REG-PRODUCTE TO WS-REG-EDITAT
		   MOVE SPACES TO WS-MOTIU
		   STRING "REGISTRES ACTUALITZATS " WS-REG-EDITAT
			   DELIMITED BY SIZE INTO WS-MOTIU
		   END-STRING.

	   FIN-ALLIBERAR-CANVI. EXIT.

	   ACTUALITZAR-PREU.
		   MOVE "FALSE" TO WS-ERROR-CALCUL

		   IF WS-TIPO-CANVI = "F"
			   MOVE PA-CP-VALOR TO WS-PREU-NOU
		   ELSE
			   COMPUTE WS-PREU-NOU ROUNDED =
			       PREU-UNITAT * (1 + PA-CP-VALOR / 100)
				   ON SIZE ERROR
				       MOVE "TRUE" TO WS-ERROR-CALCUL
			   END-COMPUTE
		   END-IF

		   IF WS-ERROR-CALCUL = "TRUE"
			   MOVE "PREU NOU DESBORDA EL CAMP" TO WS-MOTIU
			   PERFORM ESCRIURE-EXCEPCIO
				   THRU FIN-ESCRIURE-EXCEPCIO
			   GO TO LLEGIR-SEGUENT-PREU
		   END-IF

		   MOVE WS-PREU-NOU TO PREU-UNITAT
		   REWRITE INDEXADO-OUT
			   INVALID KEY
				   MOVE "ERROR EN REESCRIURE"
					   TO WS-MOTIU
				   PERFORM ESCRIURE-EXCEPCIO
					   THRU FIN-ESCRIURE-EXCEPCIO
			   NOT INVALID KEY
				   ADD 1 TO WS-REG-PRODUCTE
				   ADD 1 TO WS-COMPT-ACTUALITZATS
		   END-REWRITE.

	   LLEGIR-SEGUENT-PREU.
		   READ INDEXADO NEXT RECORD
			   AT END SET FIN-PRODUCTE TO "TRUE"
		   END-READ.

	   FIN-ACTUALITZAR-PREU. EXIT.

	   ALLIBERAR-MOVIMENT.
		   MOVE "NO APLICAT" TO WS-DECISIO

		   IF PA-MV-DATA < WS-PD-DATA-INICI
			   MOVE "DATA EN PERIODE TANCAT" TO WS-MOTIU
			   GO TO FIN-ALLIBERAR-MOVIMENT
		   END-IF
		   IF PA-MV-DATA > WS-PD-DATA-FI
			   MOVE "DATA POSTERIOR AL PERIODE" TO WS-MOTIU
			   GO TO FIN-ALLIBERAR-MOVIMENT
		   END-IF

		   MOVE PA-MV-NUMERO1 TO NUMERO1
		   READ INDEXADO
			   INVALID KEY
				   MOVE "NUMERO1 INEXISTENT A INDEXAT"
					   TO WS-MOTIU
		   END-READ
		   IF WS-MOTIU NOT = SPACES
			   GO TO FIN-ALLIBERAR-MOVIMENT
		   END-IF

		   MOVE CANTIDAD TO WS-QTY-ANTERIOR
		   IF PA-MV-SIGNE = "+"
			   COMPUTE WS-QTY-NOVA =
			       WS-QTY-ANTERIOR + PA-MV-QUANTITAT
		   ELSE
			   COMPUTE WS-QTY-NOVA =
			       WS-QTY-ANTERIOR - PA-MV-QUANTITAT
		   END-IF

		   IF WS-QTY-NOVA < 0
			   MOVE "DEIXARIA L'ESTOC NEGATIU" TO WS-MOTIU
			   GO TO FIN-ALLIBERAR-MOVIMENT
		   END-IF
		   IF WS-QTY-NOVA > 999
			   MOVE "SUPERA LA CAPACITAT D'ESTOC"
				   TO WS-MOTIU
			   GO TO FIN-ALLIBERAR-MOVIMENT
		   END-IF

		   MOVE WS-QTY-NOVA TO CANTIDAD
		   REWRITE INDEXADO-OUT
			   INVALID KEY
				   MOVE "ERROR EN REESCRIURE REGISTRE"
					   TO WS-MOTIU
		   END-REWRITE
		   IF WS-MOTIU NOT = SPACES
			   GO TO FIN-ALLIBERAR-MOVIMENT
		   END-IF

		   ADD 1 TO WS-COMPT-ACTUALITZATS
		   MOVE SPACES TO WS-DECISIO
		   MOVE WS-QTY-ANTERIOR TO WS-QTY-ANT-EDITADA
		   MOVE CANTIDAD        TO WS-QTY-NOVA-EDITADA
		   STRING "ESTOC " WS-QTY-ANT-EDITADA " > "
			   WS-QTY-NOVA-EDITADA
			   DELIMITED BY SIZE INTO WS-MOTIU
		   END-STRING.

	   FIN-ALLIBERAR-MOVIMENT. EXIT.

	   ESCRIURE-LOG.
		   MOVE SPACES TO AL-REG
		   ACCEPT AL-DATA FROM DATE
		   ACCEPT AL-HORA FROM TIME
		   MOVE PA-NUMERO      TO AL-NUMERO
		   MOVE PA-ORIGEN      TO AL-ORIGEN
		   MOVE PA-SOLLICITANT TO AL-SOLLICITANT
		   MOVE WS-APROVADOR   TO AL-APROVADOR
		   MOVE WS-DECISIO     TO AL-DECISIO
		   MOVE PA-LINIA       TO AL-LINIA
		   MOVE WS-MOTIU       TO AL-MOTIU
		   WRITE AL-REG.

	   FIN-ESCRIURE-LOG. EXIT.

	   ESCRIURE-EXCEPCIO.
		   MOVE SPACES TO EX-REG
		   MOVE WS-DATA-AVUI  TO EX-DATA
		   MOVE "APROVA"      TO EX-PROGRAMA
		   MOVE "E"           TO EX-SEVERITAT
		   MOVE PA-NUMERO     TO EX-CLAU(1:7)
		   MOVE PA-LINIA(1:5) TO EX-CLAU(9:5)
		   MOVE WS-MOTIU      TO EX-MOTIU
		   MOVE "O"           TO EX-ESTAT
		   WRITE EX-REG.

	   FIN-ESCRIURE-EXCEPCIO. EXIT.

	   ESCRIURE-CTLIDX.
		   MOVE "FALSE" TO FIN-FICHERO
		   MOVE ZERO TO WS-SNAP-REGISTRES
		   MOVE ZERO TO WS-SNAP-QUANTITAT
		   MOVE ZERO TO WS-SNAP-HASH

		   OPEN INPUT INDEXADO
		   MOVE ZERO TO NUMERO1
		   START INDEXADO KEY IS >= NUMERO1
			   INVALID KEY SET FIN-FICHERO TO "TRUE"
		   END-START

		   IF FIN-FICHERO NOT = "TRUE"
			   READ INDEXADO NEXT RECORD
				   AT END SET FIN-FICHERO TO "TRUE"
			   END-READ
		   END-IF

		   PERFORM SUMAR-CTLIDX THRU FIN-SUMAR-CTLIDX
			   UNTIL FIN-FICHERO = "TRUE"

		   CLOSE INDEXADO

		   OPEN OUTPUT CTLIDX
		   MOVE SPACES TO CX-REG
		   MOVE "APROVA" TO CX-PROGRAMA
		   ACCEPT CX-DATA FROM DATE
		   ACCEPT CX-HORA FROM TIME
		   MOVE WS-SNAP-REGISTRES TO CX-REGISTRES
		   MOVE WS-SNAP-QUANTITAT TO CX-QUANTITAT
		   MOVE WS-SNAP-HASH      TO CX-HASH
		   WRITE CX-REG
		   CLOSE CTLIDX.

	   FIN-ESCRIURE-CTLIDX. EXIT.

	   SUMAR-CTLIDX.
		   ADD 1 TO WS-SNAP-REGISTRES
		   ADD CANTIDAD TO WS-SNAP-QUANTITAT
		   COMPUTE WS-SNAP-LINIA = CANTIDAD * PREU-UNITAT
		   ADD WS-SNAP-LINIA TO WS-SNAP-HASH

		   READ INDEXADO NEXT RECORD
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-SUMAR-CTLIDX. EXIT.

	   ESCRIURE-RPTCONTROL.
		   ACCEPT WS-DATA-FI FROM DATE
		   ACCEPT WS-HORA-FI FROM TIME

		   OPEN OUTPUT RPTCONTROL
		   MOVE SPACES TO CT-REG

		   MOVE "MODE"                 TO CT-ETIQUETA
		   IF WS-LLISTAR = "TRUE"
			   MOVE "LLISTA"    TO CT-VALOR
		   ELSE
			   MOVE "DECISIONS" TO CT-VALOR
		   END-IF
		   WRITE CT-REG
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

		   IF WS-LLISTAR = "TRUE"
			   MOVE "LINIES PENDENTS"     TO CT-ETIQUETA
			   MOVE WS-COMPT-PENDENTS     TO CT-VALOR
			   WRITE CT-REG
			   CLOSE RPTCONTROL
			   GO TO FIN-ESCRIURE-RPTCONTROL
		   END-IF

		   MOVE "APROVADOR"            TO CT-ETIQUETA
		   MOVE WS-APROVADOR           TO CT-VALOR
		   WRITE CT-REG
		   MOVE "DECISIONS LLEGIDES"   TO CT-ETIQUETA
		   MOVE WS-COMPT-DECISIONS     TO CT-VALOR
		   WRITE CT-REG
		   MOVE "LINIES APROVADES"     TO CT-ETIQUETA
		   MOVE WS-COMPT-APROVATS      TO CT-VALOR
		   WRITE CT-REG
		   MOVE "LINIES REBUTJADES"    TO CT-ETIQUETA
		   MOVE WS-COMPT-REBUTJATS     TO CT-VALOR
		   WRITE CT-REG
		   MOVE "DECISIONS DENEGADES"  TO CT-ETIQUETA
		   MOVE WS-COMPT-DENEGATS      TO CT-VALOR
		   WRITE CT-REG
		   MOVE "LINIES NO APLICADES"  TO CT-ETIQUETA
		   MOVE WS-COMPT-NO-APLICATS   TO CT-VALOR
		   WRITE CT-REG
		   MOVE "REGISTRES ACTUALITZATS" TO CT-ETIQUETA
		   MOVE WS-COMPT-ACTUALITZATS  TO CT-VALOR
		   WRITE CT-REG
		   MOVE "PERIODE OBERT"        TO CT-ETIQUETA
		   MOVE WS-PD-PERIODE          TO CT-VALOR
		   WRITE CT-REG

		   CLOSE RPTCONTROL.

	   FIN-ESCRIURE-RPTCONTROL. EXIT.
