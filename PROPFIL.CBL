* L'APPLICAZIONE PASSA DALLA MODALITA BATCH DI CRUD CON IL SUO
* AUDIT: IL CONTROLLO A QUATTRO OCCHI CHE I REVISORI CHIEDONO.
* LA SIGLA ARRIVA DA MENU VIA LINKAGE COME PER CRUD
*
* MODIFICHE:
* - AMBITO DELL'OPERATORE COL MODULO COMUNE VERAMB: SI PROPONE
*   SOLO PER LE FILIALI DEL PROPRIO AMBITO (IL TENTATIVO FUORI
*   AMBITO FINISCE SU FUORIAMB.LOG) E L'ELENCO DELLE PENDENTI
*   NASCONDE QUELLE DELLE ALTRE FILIALI
*
 ENVIRONMENT DIVISION.
*
 01 VAL-VALORE       PIC X(16).
 01 VAL-ESITO        PIC X.
 01 VAL-MESSAGGIO    PIC X(40).
*****************************************************
* CAMPI DI APPOGGIO PER IL MODULO COMUNE VERAMB     *
* (AMBITO DELL'OPERATORE)                           *
*****************************************************
 01 VER-PROGRAMMA    PIC X(8) VALUE 'PROPFIL'.
 01 VER-AZIONE       PIC X.
 01 VER-FILIALE      PIC 9(4).
 01 VER-CITTA        PIC X(10) VALUE SPACES.
 01 VER-OGGETTO      PIC X(10) VALUE SPACES.
 01 VER-ESITO        PIC X.
 01 NASCOSTE         PIC 9(5) VALUE 0.
************************************************************
*                LINKAGE SECTION
************************************************************
     MOVE COD-INPUT TO VAL-VALORE(1:4).
     CALL 'VALIDA' USING VAL-TIPO VAL-VALORE VAL-ESITO
                         VAL-MESSAGGIO.
* LA FILIALE DEVE ESSERE NELL'AMBITO DELL'OPERATORE: SE NON LO
* E' IL MESSAGGIO E LA RIGA DI GIORNALE LI FA GIA' VERAMB
     MOVE 'S' TO VER-ESITO.
     IF VAL-ESITO NOT = 'N'
          MOVE 'C' TO VER-AZIONE
          MOVE COD-INPUT TO VER-FILIALE
          MOVE SPACES TO VER-OGGETTO
          MOVE COD-INPUT TO VER-OGGETTO(1:4)
          CALL 'VERAMB' USING VER-PROGRAMMA OPERATORE VER-AZIONE
                              VER-FILIALE VER-CITTA VER-OGGETTO
                              VER-ESITO
     END-IF.
     IF VAL-ESITO = 'N'
          DISPLAY VAL-MESSAGGIO
     END-IF.
     IF VAL-ESITO NOT = 'N' AND VER-ESITO = 'S'
          MOVE SPACES TO DESC-INPUT
          IF CHOICE = 1 OR CHOICE = 2
               DISPLAY 'DESCRIZIONE: '
*****************************************************
 ELENCA-PENDENTI.
     MOVE 0 TO PENDENTI.
     MOVE 0 TO NASCOSTE.
     MOVE SPACES TO FINE-PROPF.
     OPEN INPUT PROPF.
     READ PROPF AT END MOVE 'S' TO FINE-PROPF END-READ.
          UNTIL FINE-PROPF = 'S'.
     CLOSE PROPF.
     DISPLAY 'PROPOSTE PENDENTI: ' PENDENTI.
     IF NASCOSTE > 0
          DISPLAY 'PENDENTI DI FILIALI FUORI DAL TUO AMBITO, NON'
                  ' MOSTRATE: ' NASCOSTE
     END-IF.
 FINE-ELENCA-PENDENTI.
      EXIT.
 ELENCA-RIGA.
     IF PRO-STATO = 'P'
          MOVE 'F' TO VER-AZIONE
          MOVE PRO-COD TO VER-FILIALE
          CALL 'VERAMB' USING VER-PROGRAMMA OPERATORE VER-AZIONE
                              VER-FILIALE VER-CITTA VER-OGGETTO
                              VER-ESITO
          IF VER-ESITO = 'N'
               ADD 1 TO NASCOSTE
          ELSE
               ADD 1 TO PENDENTI
               DISPLAY 'OP ' PRO-OP ' COD ' PRO-COD
                       ' ' PRO-DESC ' DA ' PRO-SIGLA
                       ' IL ' PRO-DATA
          END-IF
     END-IF.
     READ PROPF AT END MOVE 'S' TO FINE-PROPF.
 FINE-ELENCA-RIGA.
