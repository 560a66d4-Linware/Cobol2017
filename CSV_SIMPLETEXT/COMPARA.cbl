            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PM-NUMERO
            STATUS IS FS-PERSMST.
            SELECT PERSFUS ASSIGN "PERSFUS.TXT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PF-RETIRAT
            STATUS IS FS-PERSFUS.
            SELECT RPTCONTROL ASSIGN "CONTROL_CMP.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            STATUS IS FS-RPTCONTROL.
                10 PM-HIST OCCURS 5 TIMES.
                    15 PM-H-DATA     PIC X(08).
                    15 PM-H-CONTADOR PIC 9(03).
        FD PERSFUS.
        01 PF-REG.
            05 PF-RETIRAT        PIC X(07).
            05 PF-SUPERVIVENT    PIC X(07).
            05 PF-DATA           PIC X(08).
        FD RPTCONTROL.
        01 CT-REG.
            05 CT-ETIQUETA       PIC X(30).
            05 FS-TENDENCIA   PIC X(02).
            05 FS-RPTCONTROL  PIC X(02).
            05 FS-PERSMST     PIC X(02).
            05 FS-PERSFUS     PIC X(02).

        01 WS-CLAU-ACT.
            05 WS-ACT-COGNOM     PIC X(20).
        01 MST-DISPONIBLE-SW   PIC X VALUE "N".
            88 MST-DISPONIBLE     VALUE "S".
            88 MST-NO-DISPONIBLE  VALUE "N".
        01 FUS-DISPONIBLE-SW   PIC X VALUE "N".
            88 FUS-DISPONIBLE     VALUE "S".
            88 FUS-NO-DISPONIBLE  VALUE "N".
        01 FUI                 PIC 9(02).
        01 WS-NUMERO-CERCAT    PIC X(07).
        01 WS-NUMERO-DESPL     PIC X(07).

            05 LG-CONTADOR-ACT   PIC ZZ9.
            05 FILLER            PIC X(05) VALUE " MST ".
            05 LG-MST-CONTADOR   PIC ZZ9.
            05 FILLER            PIC X(01) VALUE SPACE.
            05 LG-NUMERO         PIC X(07).

        01 LINIA-ZONA.
            05 FILLER            PIC X(05) VALUE "ZONA ".
               SET MST-DISPONIBLE TO TRUE
           END-IF

           OPEN INPUT PERSFUS
           IF FS-PERSFUS = "00"
               SET FUS-DISPONIBLE TO TRUE
           END-IF

           PERFORM COMPARAR-GRUPS      THRU FIN-COMPARAR-GRUPS
           PERFORM COMPARAR-ZONES      THRU FIN-COMPARAR-ZONES
           PERFORM ESCRIURE-RPTCONTROL THRU FIN-ESCRIURE-RPTCONTROL
       CERCAR-MESTRE.

           MOVE ZERO TO LG-MST-CONTADOR
           MOVE WS-NUMERO-CERCAT TO LG-NUMERO

           PERFORM CONVERTIR-NUMERO THRU FIN-CONVERTIR-NUMERO
           IF NUMERO-INVALID
               GO TO FIN-CERCAR-MESTRE
           END-IF

           IF FUS-DISPONIBLE
               PERFORM SEGUIR-FUSIO THRU FIN-SEGUIR-FUSIO
                   VARYING FUI FROM 1 BY 1 UNTIL FUI > 10
               MOVE WS-NUMERO-CERCAT TO LG-NUMERO
           END-IF

           IF MST-NO-DISPONIBLE
               GO TO FIN-CERCAR-MESTRE
           END-IF

           MOVE WS-NUMERO-CERCAT TO PM-NUMERO
           READ PERSMST
           IF FS-PERSMST = "00"

       FIN-CERCAR-MESTRE. EXIT.

       SEGUIR-FUSIO.

           MOVE WS-NUMERO-CERCAT TO PF-RETIRAT
           READ PERSFUS
           IF FS-PERSFUS = "00"
               MOVE PF-SUPERVIVENT TO WS-NUMERO-CERCAT
           ELSE
               MOVE 10 TO FUI
           END-IF.

       FIN-SEGUIR-FUSIO. EXIT.

       CONVERTIR-NUMERO.

           SET NUMERO-VALID TO TRUE
           IF MST-DISPONIBLE
               CLOSE PERSMST
           END-IF
           IF FUS-DISPONIBLE
               CLOSE PERSFUS
           END-IF

               STOP RUN.
           GOBACK.
