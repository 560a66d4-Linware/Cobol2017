	   IDENTIFICATION DIVISION.
	   PROGRAM-ID. ARXIVA.
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
		   SELECT OPTIONAL ARXIU
			   ASSIGN TO "ARXIUIDX.TXT"
				   ACCESS MODE IS DYNAMIC
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS AR-CLAU
				   FILE STATUS IS FS-ARXIU.
		   SELECT OPTIONAL HISTESTOC
			   ASSIGN TO "HISTESTOC.TXT"
				   ACCESS MODE IS DYNAMIC
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS HS-CLAU
				   FILE STATUS IS FS-HISTESTOC.
		   SELECT PERIODE
			   ASSIGN TO "PERIODE.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL
				   FILE STATUS IS FS-PERIODE.
		   SELECT OPTIONAL JOURNAL
			   ASSIGN TO "JOURNAL.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT CTLIDX
			   ASSIGN TO "CTLIDX.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT CONSULTA-ARX
			   ASSIGN TO "CONSULTA_ARX.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT RPTCONTROL
			   ASSIGN TO "CONTROL_ARX.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT OPTIONAL EXCEPCIONS
			   ASSIGN TO "EXCEPCIONS.TXT"
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

	   FD ARXIU.
			 01 AR-REG.
				 05 AR-CLAU.
					 10 AR-NUMERO1  PIC 9(5).
					 10 AR-DATA-ARXIU PIC X(8).
				 05 AR-REGISTRE    PIC X(39).
				 05 AR-MOTIU       PIC X(1).
				 05 AR-ESTAT       PIC X(1).
				 05 AR-DATA-REINTEGRA PIC X(8).

	   FD HISTESTOC.
			 01 HS-REG.
				 05 HS-CLAU.
					 10 HS-PERIODE  PIC X(6).
					 10 HS-NUMERO1  PIC 9(5).
				 05 HS-ID-PRODUCTE PIC X(2).
				 05 HS-CANTIDAD    PIC 9(3).
				 05 HS-PREU-UNITAT PIC 9(4)V99.
				 05 HS-VALOR       PIC 9(7)V99.

	   FD PERIODE.
			 01 PD-REG.
				 05 PD-PERIODE     PIC X(6).
				 05 FILLER         PIC X(1).
				 05 PD-DATA-INICI  PIC X(8).
				 05 FILLER         PIC X(1).
				 05 PD-DATA-FI     PIC X(8).

	   FD JOURNAL.
			 01 JR-REG.
				 05 JR-DATA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 JR-HORA        PIC X(8).
				 05 FILLER         PIC X(1).
				 05 JR-SEQ         PIC 9(7).
				 05 FILLER         PIC X(1).
				 05 JR-TIPO        PIC X(1).
				 05 FILLER         PIC X(1).
				 05 JR-ABANS       PIC X(39).
				 05 FILLER         PIC X(1).
				 05 JR-DESPRES     PIC X(39).

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

	   FD CONSULTA-ARX.
			 01 CA-LINIA          PIC X(80).

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
		   01 FS-INDEXADO    PIC X(2).
		   01 FS-ARXIU       PIC X(2).
		   01 FS-HISTESTOC   PIC X(2).
		   01 FS-PERIODE     PIC X(2).
		   01 WS-HIST-OBERT  PIC X(5) VALUE "FALSE".
		   01 WS-TROBAT      PIC X(5).
		   01 WS-MODE PIC X(32) VALUE SPACES.

		   01 WS-MODE-WORD      PIC X(9) VALUE SPACES.
		   01 WS-PARAMETRE      PIC X(5) VALUE SPACES.
		   01 WS-PARAMETRE-NUM REDEFINES WS-PARAMETRE PIC 9(5).
		   01 WS-PARAM-DESPL    PIC X(5).
		   01 WS-MESOS          PIC 9(3) VALUE 24.
		   01 WS-NUMERO1        PIC 9(5).
		   01 WS-MOTIU-ARXIU    PIC X(1).
		   01 WS-MOTIU          PIC X(40).
		   01 WS-EXC-CLAU       PIC X(14).

		   01 WS-PERIODE-OBERT  PIC X(6) VALUE SPACES.
		   01 WS-PERIODE-LIMIT  PIC X(6) VALUE SPACES.
		   01 WS-LIMIT-NUM REDEFINES WS-PERIODE-LIMIT.
			   05 WS-LIMIT-ANY   PIC 9(4).
			   05 WS-LIMIT-MES   PIC 9(2).
		   01 WS-MESOS-TOTALS   PIC 9(7).
		   01 WS-ARXIU-DATA     PIC X(8).

		   01 WS-DATA-AVUI.
			   05 FILLER         PIC X(2) VALUE "20".
			   05 WS-AVUI-AAMMDD PIC X(6).

		   01 WS-SNAP-TOTALS.
			   05 WS-SNAP-REGISTRES PIC 9(7) VALUE ZERO.
			   05 WS-SNAP-QUANTITAT PIC 9(9) VALUE ZERO.
			   05 WS-SNAP-HASH   PIC 9(11)V99 VALUE ZERO.
		   01 WS-SNAP-LINIA     PIC 9(7)V99.
		   01 WS-VALOR-EDITAT   PIC Z(10)9.99.

		   01 WS-CONTADORS.
			   05 WS-COMPT-LLEGITS    PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-ARXIVATS   PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-QTY-ZERO   PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-ANTICS     PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-CONSULTATS PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-REINTEGRATS PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-ERRORS     PIC 9(7) VALUE ZERO.

		   01 WS-TEMPS.
			   05 WS-DATA-INICI  PIC X(8).
			   05 WS-HORA-INICI  PIC X(8).
			   05 WS-DATA-FI     PIC X(8).
			   05 WS-HORA-FI     PIC X(8).

		   01 WS-IMATGE         PIC X(39).
		   01 WS-IMATGE-DETALL REDEFINES WS-IMATGE.
			   05 WI-NUMERO1     PIC 9(5).
			   05 WI-NOMBRE      PIC X(20).
			   05 WI-CANTIDAD    PIC 9(3).
			   05 WI-PREU-UNITAT PIC 9(4)V99.
			   05 WI-ORDRE       PIC 9(3).
			   05 WI-ID-PRODUCTE PIC X(2).

		   01 LINIA-CAPCALERA.
			   05 FILLER         PIC X(24)
				   VALUE "CONSULTA D'ARXIU NUMERO ".
			   05 LC-NUMERO1     PIC 9(5).

		   01 LINIA-TITOLS.
			   05 FILLER         PIC X(30)
				   VALUE "ARXIVAT  M E REINTEGR NOMBRE".
			   05 FILLER         PIC X(30)
				   VALUE "          QTY    PREU ORD PR".

		   01 LINIA-DETALL.
			   05 LD-DATA-ARXIU  PIC X(8).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-MOTIU       PIC X(1).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-ESTAT       PIC X(1).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-DATA-REINTEGRA PIC X(8).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-NOMBRE      PIC X(20).
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-CANTIDAD    PIC ZZ9.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-PREU        PIC Z(3)9.99.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-ORDRE       PIC ZZ9.
			   05 FILLER         PIC X(1) VALUE SPACE.
			   05 LD-ID-PRODUCTE PIC X(2).

	   PROCEDURE DIVISION.
	   MAINLINE.
		   ACCEPT WS-MODE FROM COMMAND-LINE
		   ACCEPT WS-DATA-INICI FROM DATE
		   ACCEPT WS-HORA-INICI FROM TIME
		   ACCEPT WS-AVUI-AAMMDD FROM DATE

		   UNSTRING WS-MODE DELIMITED BY ALL " "
			   INTO WS-MODE-WORD WS-PARAMETRE
		   END-UNSTRING

		   OPEN EXTEND EXCEPCIONS

		   EVALUATE WS-MODE-WORD
			   WHEN "CONSULTA" WHEN "consulta"
				   PERFORM CONSULTA-RTN
					   THRU FIN-CONSULTA-RTN
			   WHEN "REINTEGRA" WHEN "reintegra"
				   PERFORM REINTEGRA-RTN
					   THRU FIN-REINTEGRA-RTN
				   PERFORM ESCRIURE-CTLIDX
					   THRU FIN-ESCRIURE-CTLIDX
			   WHEN "ARXIU" WHEN "arxiu"
				   PERFORM ARXIU-RTN THRU FIN-ARXIU-RTN
				   PERFORM ESCRIURE-CTLIDX
					   THRU FIN-ESCRIURE-CTLIDX
			   WHEN OTHER
				   DISPLAY "ARXIVA - MODE INCORRECTE: "
					   WS-MODE-WORD
				   MOVE 16 TO RETURN-CODE
		   END-EVALUATE

		   CLOSE EXCEPCIONS

		   PERFORM ESCRIURE-RPTCONTROL
			   THRU FIN-ESCRIURE-RPTCONTROL

		   STOP RUN.

	   FIN-MAINLINE. EXIT.

	   ARXIU-RTN.
		   PERFORM AJUSTAR-PARAMETRE THRU FIN-AJUSTAR-PARAMETRE
		   IF WS-PARAMETRE IS NUMERIC
			  AND WS-PARAMETRE-NUM NOT > 999
			   MOVE WS-PARAMETRE-NUM TO WS-MESOS
		   END-IF

		   PERFORM CALCULAR-LIMIT THRU FIN-CALCULAR-LIMIT

		   OPEN I-O INDEXADO
		   IF FS-INDEXADO NOT = "00"
			   DISPLAY "ARXIVA - ABEND: NO ES POT OBRIR "
				   "INDEXAT.TXT"
			   MOVE 16 TO RETURN-CODE
			   CLOSE EXCEPCIONS
			   STOP RUN
		   END-IF
		   PERFORM OBRIR-ARXIU THRU FIN-OBRIR-ARXIU
		   OPEN EXTEND JOURNAL

		   IF WS-PERIODE-LIMIT NOT = SPACES
			   OPEN INPUT HISTESTOC
			   IF FS-HISTESTOC = "00"
				   MOVE "TRUE" TO WS-HIST-OBERT
			   END-IF
		   END-IF

		   MOVE "FALSE" TO FIN-FICHERO
		   MOVE ZERO TO NUMERO1
		   START INDEXADO KEY IS >= NUMERO1
			   INVALID KEY SET FIN-FICHERO TO "TRUE"
		   END-START
		   IF FIN-FICHERO NOT = "TRUE"
			   READ INDEXADO NEXT RECORD
				   AT END SET FIN-FICHERO TO "TRUE"
			   END-READ
		   END-IF

		   PERFORM SELECCIONAR-RTN THRU FIN-SELECCIONAR-RTN
			   UNTIL FIN-FICHERO = "TRUE"

		   CLOSE INDEXADO, ARXIU, JOURNAL
		   IF WS-HIST-OBERT = "TRUE"
			   CLOSE HISTESTOC
		   END-IF.

	   FIN-ARXIU-RTN. EXIT.

	   CALCULAR-LIMIT.
		   MOVE SPACES TO WS-PERIODE-LIMIT
		   IF WS-MESOS = ZERO
			   GO TO FIN-CALCULAR-LIMIT
		   END-IF

		   OPEN INPUT PERIODE
		   IF FS-PERIODE NOT = "00"
			   GO TO FIN-CALCULAR-LIMIT
		   END-IF
		   READ PERIODE
		   IF FS-PERIODE = "00"
			   MOVE PD-PERIODE TO WS-PERIODE-OBERT
		   END-IF
		   CLOSE PERIODE
		   IF WS-PERIODE-OBERT IS NOT NUMERIC
			   GO TO FIN-CALCULAR-LIMIT
		   END-IF

		   MOVE WS-PERIODE-OBERT TO WS-PERIODE-LIMIT
		   COMPUTE WS-MESOS-TOTALS =
		       (WS-LIMIT-ANY * 12) + WS-LIMIT-MES - 1 - WS-MESOS
		   DIVIDE WS-MESOS-TOTALS BY 12
			   GIVING WS-LIMIT-ANY REMAINDER WS-LIMIT-MES
		   ADD 1 TO WS-LIMIT-MES.

	   FIN-CALCULAR-LIMIT. EXIT.

	   OBRIR-ARXIU.
		   OPEN I-O ARXIU
		   IF FS-ARXIU NOT = "00"
			  AND FS-ARXIU NOT = "05"
			   DISPLAY "ARXIVA - ABEND: NO ES POT OBRIR "
				   "L'ARXIU (ARXIUIDX.TXT)"
			   MOVE 16 TO RETURN-CODE
			   CLOSE INDEXADO, EXCEPCIONS
			   STOP RUN
		   END-IF.

	   FIN-OBRIR-ARXIU. EXIT.

	   SELECCIONAR-RTN.
		   ADD 1 TO WS-COMPT-LLEGITS
		   MOVE SPACES TO WS-MOTIU-ARXIU

		   IF CANTIDAD = ZERO
			   MOVE "Q" TO WS-MOTIU-ARXIU
		   ELSE
			   PERFORM COMPROVAR-EDAT
				   THRU FIN-COMPROVAR-EDAT
		   END-IF

		   IF WS-MOTIU-ARXIU NOT = SPACES
			   PERFORM ARXIVAR-REGISTRE
				   THRU FIN-ARXIVAR-REGISTRE
		   END-IF

		   READ INDEXADO NEXT RECORD
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-SELECCIONAR-RTN. EXIT.

	   COMPROVAR-EDAT.
		   IF WS-HIST-OBERT NOT = "TRUE"
			   GO TO FIN-COMPROVAR-EDAT
		   END-IF

		   MOVE WS-PERIODE-LIMIT TO HS-PERIODE
		   MOVE NUMERO1          TO HS-NUMERO1
		   READ HISTESTOC
			   INVALID KEY
				   GO TO FIN-COMPROVAR-EDAT
		   END-READ
		   MOVE "E" TO WS-MOTIU-ARXIU.

	   FIN-COMPROVAR-EDAT. EXIT.

	   ARXIVAR-REGISTRE.
		   MOVE SPACES          TO AR-REG
		   MOVE NUMERO1         TO AR-NUMERO1
		   MOVE WS-DATA-AVUI    TO AR-DATA-ARXIU
		   MOVE INDEXADO-OUT    TO AR-REGISTRE
		   MOVE WS-MOTIU-ARXIU  TO AR-MOTIU
		   MOVE "A"             TO AR-ESTAT
		   MOVE "TRUE" TO WS-TROBAT
		   WRITE AR-REG
			   INVALID KEY
				   REWRITE AR-REG
					   INVALID KEY
					   MOVE "FALSE" TO WS-TROBAT
				   END-REWRITE
		   END-WRITE
		   IF WS-TROBAT NOT = "TRUE"
			   MOVE "ERROR GRAVANT L'ARXIU" TO WS-MOTIU
			   PERFORM ERROR-RTN THRU FIN-ERROR-RTN
			   GO TO FIN-ARXIVAR-REGISTRE
		   END-IF

		   MOVE INDEXADO-OUT TO WS-IMATGE
		   DELETE INDEXADO
			   INVALID KEY
				   MOVE "ERROR ESBORRANT D'INDEXAT"
					   TO WS-MOTIU
				   PERFORM ERROR-RTN THRU FIN-ERROR-RTN
				   GO TO FIN-ARXIVAR-REGISTRE
		   END-DELETE

		   ADD 1 TO WS-COMPT-ARXIVATS
		   IF WS-MOTIU-ARXIU = "Q"
			   ADD 1 TO WS-COMPT-QTY-ZERO
		   ELSE
			   ADD 1 TO WS-COMPT-ANTICS
		   END-IF

		   MOVE SPACES TO JR-REG
		   ACCEPT JR-DATA FROM DATE
		   ACCEPT JR-HORA FROM TIME
		   MOVE WS-COMPT-LLEGITS  TO JR-SEQ
		   MOVE "D"               TO JR-TIPO
		   MOVE WS-IMATGE         TO JR-ABANS
		   MOVE SPACES            TO JR-DESPRES
		   WRITE JR-REG.

	   FIN-ARXIVAR-REGISTRE. EXIT.

	   CONSULTA-RTN.
		   PERFORM VALIDAR-NUMERO THRU FIN-VALIDAR-NUMERO

		   OPEN INPUT ARXIU
		   OPEN OUTPUT CONSULTA-ARX
		   MOVE WS-NUMERO1 TO LC-NUMERO1
		   WRITE CA-LINIA FROM LINIA-CAPCALERA
		   WRITE CA-LINIA FROM LINIA-TITOLS

		   PERFORM SITUAR-ARXIU THRU FIN-SITUAR-ARXIU
		   PERFORM LLISTAR-ARXIU THRU FIN-LLISTAR-ARXIU
			   UNTIL FIN-FICHERO = "TRUE"

		   IF WS-COMPT-CONSULTATS = ZERO
			   MOVE "*** NUMERO NO ARXIVAT ***" TO CA-LINIA
			   WRITE CA-LINIA
		   END-IF

		   CLOSE ARXIU, CONSULTA-ARX.

	   FIN-CONSULTA-RTN. EXIT.

	   VALIDAR-NUMERO.
		   PERFORM AJUSTAR-PARAMETRE THRU FIN-AJUSTAR-PARAMETRE
		   IF WS-PARAMETRE IS NOT NUMERIC
			   DISPLAY "ARXIVA - ABEND: NUMERO1 INCORRECTE "
				   WS-PARAMETRE
			   MOVE 16 TO RETURN-CODE
			   CLOSE EXCEPCIONS
			   STOP RUN
		   END-IF
		   MOVE WS-PARAMETRE TO WS-NUMERO1.

	   FIN-VALIDAR-NUMERO. EXIT.

	   AJUSTAR-PARAMETRE.
		   IF WS-PARAMETRE = SPACES
			   GO TO FIN-AJUSTAR-PARAMETRE
		   END-IF
		   PERFORM DESPLACAR-PARAMETRE
			   THRU FIN-DESPLACAR-PARAMETRE
			   UNTIL WS-PARAMETRE(5:1) NOT = SPACE
		   INSPECT WS-PARAMETRE
			   REPLACING LEADING " " BY "0".

	   FIN-AJUSTAR-PARAMETRE. EXIT.

	   DESPLACAR-PARAMETRE.
		   MOVE WS-PARAMETRE       TO WS-PARAM-DESPL
		   MOVE SPACE              TO WS-PARAMETRE(1:1)
		   MOVE WS-PARAM-DESPL(1:4) TO WS-PARAMETRE(2:4).

	   FIN-DESPLACAR-PARAMETRE. EXIT.

	   SITUAR-ARXIU.
		   MOVE "FALSE" TO FIN-FICHERO
		   MOVE WS-NUMERO1  TO AR-NUMERO1
		   MOVE LOW-VALUES  TO AR-DATA-ARXIU
		   START ARXIU KEY IS >= AR-CLAU
			   INVALID KEY SET FIN-FICHERO TO "TRUE"
		   END-START
		   IF FIN-FICHERO NOT = "TRUE"
			   READ ARXIU NEXT RECORD
				   AT END SET FIN-FICHERO TO "TRUE"
			   END-READ
		   END-IF.

	   FIN-SITUAR-ARXIU. EXIT.

	   LLISTAR-ARXIU.
		   IF AR-NUMERO1 NOT = WS-NUMERO1
			   SET FIN-FICHERO TO "TRUE"
			   GO TO FIN-LLISTAR-ARXIU
		   END-IF

		   ADD 1 TO WS-COMPT-CONSULTATS
		   MOVE AR-REGISTRE TO WS-IMATGE
		   MOVE AR-DATA-ARXIU     TO LD-DATA-ARXIU
		   MOVE AR-MOTIU          TO LD-MOTIU
		   MOVE AR-ESTAT          TO LD-ESTAT
		   MOVE AR-DATA-REINTEGRA TO LD-DATA-REINTEGRA
		   MOVE WI-NOMBRE         TO LD-NOMBRE
		   MOVE WI-CANTIDAD       TO LD-CANTIDAD
		   MOVE WI-PREU-UNITAT    TO LD-PREU
		   MOVE WI-ORDRE          TO LD-ORDRE
		   MOVE WI-ID-PRODUCTE    TO LD-ID-PRODUCTE
		   WRITE CA-LINIA FROM LINIA-DETALL

		   READ ARXIU NEXT RECORD
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-LLISTAR-ARXIU. EXIT.

	   REINTEGRA-RTN.
		   PERFORM VALIDAR-NUMERO THRU FIN-VALIDAR-NUMERO

		   OPEN I-O INDEXADO
		   IF FS-INDEXADO NOT = "00"
			   DISPLAY "ARXIVA - ABEND: NO ES POT OBRIR "
				   "INDEXAT.TXT"
			   MOVE 16 TO RETURN-CODE
			   CLOSE EXCEPCIONS
			   STOP RUN
		   END-IF
		   PERFORM OBRIR-ARXIU THRU FIN-OBRIR-ARXIU
		   OPEN EXTEND JOURNAL

		   MOVE "FALSE" TO WS-TROBAT
		   PERFORM SITUAR-ARXIU THRU FIN-SITUAR-ARXIU
		   PERFORM CERCAR-ARXIVAT THRU FIN-CERCAR-ARXIVAT
			   UNTIL FIN-FICHERO = "TRUE"

		   IF WS-TROBAT NOT = "TRUE"
			   MOVE "NUMERO1 SENSE ARXIU PENDENT"
				   TO WS-MOTIU
			   PERFORM ERROR-RTN THRU FIN-ERROR-RTN
		   ELSE
			   PERFORM REINTEGRAR-REGISTRE
				   THRU FIN-REINTEGRAR-REGISTRE
		   END-IF

		   CLOSE INDEXADO, ARXIU, JOURNAL.

	   FIN-REINTEGRA-RTN. EXIT.

	   CERCAR-ARXIVAT.
		   IF AR-NUMERO1 NOT = WS-NUMERO1
			   SET FIN-FICHERO TO "TRUE"
			   GO TO FIN-CERCAR-ARXIVAT
		   END-IF

		   IF AR-ESTAT = "A"
			   MOVE "TRUE" TO WS-TROBAT
			   MOVE AR-REGISTRE TO WS-IMATGE
			   MOVE AR-DATA-ARXIU TO WS-ARXIU-DATA
		   END-IF

		   READ ARXIU NEXT RECORD
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-CERCAR-ARXIVAT. EXIT.

	   REINTEGRAR-REGISTRE.
		   MOVE WS-IMATGE TO INDEXADO-OUT
		   WRITE INDEXADO-OUT
			   INVALID KEY
				   MOVE "NUMERO1 JA EXISTEIX A INDEXAT"
					   TO WS-MOTIU
				   PERFORM ERROR-RTN THRU FIN-ERROR-RTN
				   GO TO FIN-REINTEGRAR-REGISTRE
		   END-WRITE

		   ADD 1 TO WS-COMPT-REINTEGRATS
		   MOVE SPACES TO JR-REG
		   ACCEPT JR-DATA FROM DATE
		   ACCEPT JR-HORA FROM TIME
		   MOVE WS-COMPT-REINTEGRATS TO JR-SEQ
		   MOVE "A"               TO JR-TIPO
		   MOVE SPACES            TO JR-ABANS
		   MOVE WS-IMATGE         TO JR-DESPRES
		   WRITE JR-REG

		   MOVE WS-NUMERO1 TO AR-NUMERO1
		   MOVE WS-ARXIU-DATA TO AR-DATA-ARXIU
		   READ ARXIU
			   INVALID KEY
				   GO TO FIN-REINTEGRAR-REGISTRE
		   END-READ
		   MOVE "R"          TO AR-ESTAT
		   MOVE WS-DATA-AVUI TO AR-DATA-REINTEGRA
		   REWRITE AR-REG
			   INVALID KEY
				   MOVE "ERROR GRAVANT L'ARXIU"
					   TO WS-MOTIU
				   PERFORM ERROR-RTN THRU FIN-ERROR-RTN
		   END-REWRITE.

	   FIN-REINTEGRAR-REGISTRE. EXIT.

	   ERROR-RTN.
		   ADD 1 TO WS-COMPT-ERRORS
		   MOVE SPACES TO EX-REG
		   MOVE WS-DATA-AVUI TO EX-DATA
		   MOVE "ARXIVA"     TO EX-PROGRAMA
		   MOVE "E"          TO EX-SEVERITAT
		   MOVE SPACES       TO WS-EXC-CLAU
		   MOVE WS-IMATGE(1:5) TO WS-EXC-CLAU(1:5)
		   MOVE WS-EXC-CLAU  TO EX-CLAU
		   MOVE WS-MOTIU     TO EX-MOTIU
		   MOVE "O"          TO EX-ESTAT
		   WRITE EX-REG.

	   FIN-ERROR-RTN. EXIT.

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
		   MOVE "ARXIVA" TO CX-PROGRAMA
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
		   MOVE WS-MODE-WORD           TO CT-VALOR
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
		   MOVE "MESOS DE RETENCIO"    TO CT-ETIQUETA
		   MOVE WS-MESOS               TO CT-VALOR
		   WRITE CT-REG
		   MOVE "PERIODE LIMIT"        TO CT-ETIQUETA
		   MOVE WS-PERIODE-LIMIT       TO CT-VALOR
		   WRITE CT-REG
		   MOVE "REGISTRES LLEGITS"    TO CT-ETIQUETA
		   MOVE WS-COMPT-LLEGITS       TO CT-VALOR
		   WRITE CT-REG
		   MOVE "REGISTRES ARXIVATS"   TO CT-ETIQUETA
		   MOVE WS-COMPT-ARXIVATS      TO CT-VALOR
		   WRITE CT-REG
		   MOVE "ARXIVATS QUANTITAT ZERO" TO CT-ETIQUETA
		   MOVE WS-COMPT-QTY-ZERO      TO CT-VALOR
		   WRITE CT-REG
		   MOVE "ARXIVATS PER EDAT"    TO CT-ETIQUETA
		   MOVE WS-COMPT-ANTICS        TO CT-VALOR
		   WRITE CT-REG
		   MOVE "ENTRADES CONSULTADES" TO CT-ETIQUETA
		   MOVE WS-COMPT-CONSULTATS    TO CT-VALOR
		   WRITE CT-REG
		   MOVE "REGISTRES REINTEGRATS" TO CT-ETIQUETA
		   MOVE WS-COMPT-REINTEGRATS   TO CT-VALOR
		   WRITE CT-REG
		   MOVE "ERRORS"               TO CT-ETIQUETA
		   MOVE WS-COMPT-ERRORS        TO CT-VALOR
		   WRITE CT-REG
		   MOVE "REGISTRES A INDEXAT"  TO CT-ETIQUETA
		   MOVE WS-SNAP-REGISTRES      TO CT-VALOR
		   WRITE CT-REG
		   MOVE "HASH INDEXAT"         TO CT-ETIQUETA
		   MOVE WS-SNAP-HASH           TO WS-VALOR-EDITAT
		   MOVE WS-VALOR-EDITAT        TO CT-VALOR
		   WRITE CT-REG

		   CLOSE RPTCONTROL.

	   FIN-ESCRIURE-RPTCONTROL. EXIT.
