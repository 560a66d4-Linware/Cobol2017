		   SELECT RPTCONTROL
			   ASSIGN TO "CONTROL_PER.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.
		   SELECT INDEXADO
			   ASSIGN TO "INDEXAT.TXT"
				   ACCESS MODE IS SEQUENTIAL
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS NUMERO1
				   FILE STATUS IS FS-INDEXADO.
		   SELECT OPTIONAL HISTESTOC
			   ASSIGN TO "HISTESTOC.TXT"
				   ACCESS MODE IS DYNAMIC
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS HS-CLAU
				   FILE STATUS IS FS-HISTESTOC.
		   SELECT OPTIONAL APROVACIONS
			   ASSIGN TO "APROVACIONS.TXT"
				   ACCESS MODE IS SEQUENTIAL
				   ORGANIZATION IS INDEXED
				   RECORD KEY IS PA-NUMERO
				   FILE STATUS IS FS-APROVACIONS.
		   SELECT OPTIONAL EXCEPCIONS
			   ASSIGN TO "EXCEPCIONS.TXT"
				   ORGANIZATION IS LINE SEQUENTIAL.

	   DATA DIVISION.
	   FILE SECTION.
				 05 FILLER         PIC X(1).
				 05 PD-DATA-FI     PIC X(8).

	   FD INDEXADO.
			 01 INDEXADO-OUT.
				 05 NUMERO1        PIC 9(5).
				 05 NOMBRE         PIC X(20).
				 05 CANTIDAD       PIC 9(3).
				 05 PREU-UNITAT    PIC 9(4)V99.
				 05 ORDRE          PIC 9(3).
				 05 ID-PRODUCTE    PIC X(2).

	   FD HISTESTOC.
			 01 HS-REG.
				 05 HS-CLAU.
					 10 HS-PERIODE  PIC X(6).
					 10 HS-NUMERO1  PIC 9(5).
				 05 HS-ID-PRODUCTE PIC X(2).
				 05 HS-CANTIDAD    PIC 9(3).
				 05 HS-PREU-UNITAT PIC 9(4)V99.
				 05 HS-VALOR       PIC 9(7)V99.

	   FD APROVACIONS.
			 01 PA-REG.
				 05 PA-NUMERO       PIC 9(7).
				 05 PA-ORIGEN       PIC X(9).
				 05 PA-DATA         PIC X(8).
				 05 PA-SOLLICITANT  PIC X(8).
				 05 PA-ESTAT        PIC X(1).
				 05 PA-LINIA        PIC X(28).
				 05 PA-MOTIU        PIC X(40).
				 05 PA-APROVADOR    PIC X(8).
				 05 PA-DATA-DECISIO PIC X(8).

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

	   WORKING-STORAGE SECTION.
		   01 FS-PERIODE  PIC X(2).
		   01 FS-INDEXADO PIC X(2).
		   01 FS-HISTESTOC PIC X(2).
		   01 FS-APROVACIONS PIC X(2).
		   01 FIN-FICHERO PIC X(5) VALUE "FALSE".

		   01 WS-CONTADORS.
			   05 WS-COMPT-CONGELATS  PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-REFETS     PIC 9(7) VALUE ZERO.
			   05 WS-COMPT-APROVACIO  PIC 9(5) VALUE ZERO.
			   05 WS-VALOR-CONGELAT PIC 9(11)V99 VALUE ZERO.

		   01 WS-VALOR-EDITAT   PIC Z(10)9.99.

		   01 WS-PERIODE-VELL   PIC X(6) VALUE SPACES.
		   01 WS-PERIODE-NOU.
		   ACCEPT WS-AVUI-AAMMDD FROM DATE

		   PERFORM LLEGIR-PERIODE THRU FIN-LLEGIR-PERIODE
		   PERFORM CONGELAR-ESTOC THRU FIN-CONGELAR-ESTOC
		   PERFORM REVISAR-APROVACIONS
			   THRU FIN-REVISAR-APROVACIONS
		   PERFORM AVANCAR-PERIODE THRU FIN-AVANCAR-PERIODE
		   PERFORM GRAVAR-PERIODE THRU FIN-GRAVAR-PERIODE


	   FIN-LLEGIR-PERIODE. EXIT.

	   CONGELAR-ESTOC.
		   IF WS-PERIODE-VELL = SPACES
			   GO TO FIN-CONGELAR-ESTOC
		   END-IF

		   OPEN INPUT INDEXADO
		   IF FS-INDEXADO NOT = "00"
			   DISPLAY "TANCAPER - ABEND: NO ES POT OBRIR "
				   "INDEXAT.TXT PER CONGELAR L'ESTOC"
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
		   END-IF

		   OPEN I-O HISTESTOC
		   IF FS-HISTESTOC NOT = "00"
			  AND FS-HISTESTOC NOT = "05"
			   DISPLAY "TANCAPER - ABEND: NO ES POT OBRIR "
				   "L'HISTORIC D'ESTOC (HISTESTOC.TXT)"
			   MOVE 16 TO RETURN-CODE
			   CLOSE INDEXADO
			   STOP RUN
		   END-IF

		   MOVE "FALSE" TO FIN-FICHERO
		   READ INDEXADO
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ

		   PERFORM CONGELAR-REGISTRE THRU FIN-CONGELAR-REGISTRE
			   UNTIL FIN-FICHERO = "TRUE"

		   CLOSE INDEXADO, HISTESTOC.

	   FIN-CONGELAR-ESTOC. EXIT.

	   CONGELAR-REGISTRE.
		   MOVE SPACES          TO HS-REG
		   MOVE WS-PERIODE-VELL TO HS-PERIODE
		   MOVE NUMERO1         TO HS-NUMERO1
		   MOVE ID-PRODUCTE     TO HS-ID-PRODUCTE
		   MOVE CANTIDAD        TO HS-CANTIDAD
		   MOVE PREU-UNITAT     TO HS-PREU-UNITAT
		   COMPUTE HS-VALOR = CANTIDAD * PREU-UNITAT
		   ADD HS-VALOR TO WS-VALOR-CONGELAT

		   WRITE HS-REG
			   INVALID KEY
				   REWRITE HS-REG
				   ADD 1 TO WS-COMPT-REFETS
			   NOT INVALID KEY
				   ADD 1 TO WS-COMPT-CONGELATS
		   END-WRITE

		   READ INDEXADO
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-CONGELAR-REGISTRE. EXIT.

	   REVISAR-APROVACIONS.
		   OPEN INPUT APROVACIONS
		   IF FS-APROVACIONS NOT = "00"
			   GO TO FIN-REVISAR-APROVACIONS
		   END-IF

		   OPEN EXTEND EXCEPCIONS
		   MOVE "FALSE" TO FIN-FICHERO
		   READ APROVACIONS
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ

		   PERFORM AVISAR-PENDENT THRU FIN-AVISAR-PENDENT
			   UNTIL FIN-FICHERO = "TRUE"

		   CLOSE APROVACIONS, EXCEPCIONS.

	   FIN-REVISAR-APROVACIONS. EXIT.

	   AVISAR-PENDENT.
		   IF PA-ESTAT = "P"
			   ADD 1 TO WS-COMPT-APROVACIO
			   MOVE SPACES          TO EX-REG
			   MOVE WS-DATA-AVUI    TO EX-DATA
			   MOVE "TANCAPER"      TO EX-PROGRAMA
			   MOVE "E"             TO EX-SEVERITAT
			   MOVE PA-NUMERO       TO EX-CLAU(1:7)
			   MOVE PA-LINIA(1:5)   TO EX-CLAU(9:5)
			   STRING PA-ORIGEN DELIMITED BY SPACE
			       " PENDENT APROV. PERIODE "
			       DELIMITED BY SIZE
			       WS-PERIODE-VELL DELIMITED BY SIZE
			       INTO EX-MOTIU
			       ON OVERFLOW
				   MOVE WS-PERIODE-VELL
				       TO EX-MOTIU(35:6)
			   END-STRING
			   MOVE "O"             TO EX-ESTAT
			   WRITE EX-REG
		   END-IF

		   READ APROVACIONS
			   AT END SET FIN-FICHERO TO "TRUE"
		   END-READ.

	   FIN-AVISAR-PENDENT. EXIT.

	   AVANCAR-PERIODE.
		   IF WS-PERIODE-VELL = SPACES
			   MOVE WS-AVUI-ANY TO WS-NOU-ANY
		   MOVE "PERIODE OBERT"        TO CT-ETIQUETA
		   MOVE WS-PERIODE-NOU         TO CT-VALOR
		   WRITE CT-REG
		   MOVE "REGISTRES CONGELATS"  TO CT-ETIQUETA
		   MOVE WS-COMPT-CONGELATS     TO CT-VALOR
		   WRITE CT-REG
		   MOVE "REGISTRES RECONGELATS" TO CT-ETIQUETA
		   MOVE WS-COMPT-REFETS        TO CT-VALOR
		   WRITE CT-REG
		   MOVE "VALOR CONGELAT"       TO CT-ETIQUETA
		   MOVE WS-VALOR-CONGELAT      TO WS-VALOR-EDITAT
		   MOVE WS-VALOR-EDITAT        TO CT-VALOR
		   WRITE CT-REG
		   MOVE "PENDENTS D'APROVACIO" TO CT-ETIQUETA
		   MOVE WS-COMPT-APROVACIO     TO CT-VALOR
		   WRITE CT-REG

		   CLOSE RPTCONTROL.

