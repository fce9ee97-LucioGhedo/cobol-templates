*****************************************************
* LAYOUT DEL RECORD RECLAMO                         *
* (RECLAMI.TXT, MANUTENUTO DA GESRECL)              *
*                                                   *
* NUMERO PROGRESSIVO, PERSONA CHE RECLAMA, FILIALE  *
* CONTRO CUI RECLAMA, CATEGORIA (S SERVIZIO E       *
* ATTESE, E CONDIZIONI ECONOMICHE, P PRODOTTI, D    *
* DATI PERSONALI, A ALTRO), OGGETTO IN BREVE, DATA  *
* DI RICEZIONE, SIGLA DELL'OPERATORE ASSEGNATARIO,  *
* NOTA DI RISOLUZIONE E DATA DI CHIUSURA (ZERO      *
* FINCHE' E' APERTO). STATO 'A' APERTO, 'C' CHIUSO  *
*****************************************************
    05 RCL-NUMERO     PIC 9(5).
    05 RCL-STATO      PIC X.
    05 RCL-PERSONA    PIC 9(6).
    05 RCL-FILIALE    PIC 9(4).
    05 RCL-CATEGORIA  PIC X.
    05 RCL-OGGETTO    PIC X(30).
    05 RCL-RICEZIONE  PIC 9(8).
    05 RCL-ASSEGNATO  PIC X(3).
    05 RCL-NOTA       PIC X(30).
    05 RCL-CHIUSURA   PIC 9(8).
