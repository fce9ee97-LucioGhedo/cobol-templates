*****************************************************
* LAYOUT DEL RECORD ESITO DI CONTATTO DI CAMPAGNA   *
* (CAMPESITI.TXT, MANUTENUTO DA MANESIT)            *
*                                                   *
* UN RECORD PER CAMPAGNA E PERSONA CON L'ULTIMO     *
* ESITO: A ADERITO, I INTERESSATO (DA RICHIAMARE),  *
* N NON INTERESSATO, R NON RAGGIUNTO                *
*****************************************************
    05 CES-CAMPAGNA   PIC X(6).
    05 CES-PERSONA    PIC 9(6).
    05 CES-FILIALE    PIC 9(4).
    05 CES-ESITO      PIC X.
    05 CES-DATA       PIC 9(8).
    05 CES-OPERATORE  PIC X(3).
