      *L'elenco delle classi da confrontare viene letto da un file
      *di pilotaggio facoltativo (CLASSI-DASHBOARD.DAT, una classe
      *per riga); se manca, si chiede l'elenco a terminale.
      *Indicato un plesso (PLESSI.DAT), il cruscotto e' quello delle
      *sole classi del plesso, prese da CLASSI.DAT; per tutto
      *l'istituto ogni classe riporta il suo plesso e in fondo c'e'
      *il conto delle classi per plesso.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FileClasse ASSIGN TO FileClasse-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileClasse.
      *Plesso di ogni classe (ClassiManut) e codice meccanografico
      *di ogni plesso (PlessiManut)
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
           SELECT FilePlessi ASSIGN TO 'PLESSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-Codice
               FILE STATUS IS FS-FilePlessi.
           SELECT FileOut ASSIGN TO 'PRESIDE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.
      *Segnale dell'ambiente di prova (AmbienteProva): esiste solo
      *nella cartella dei dati pseudonimizzati
           SELECT FileAmbiente ASSIGN TO 'AMBIENTE-PROVA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAmbiente.
      *Finestra di manutenzione degli archivi (FinestraManutenzione):
      *aperta dai lavori sugli archivi interi
           SELECT FileManutenzione ASSIGN TO 'MANUTENZIONE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileManutenzione.

       DATA DIVISION.
       FILE SECTION.
       FD  FileClasse.
       01  FileClasse-Record PIC X(80).

       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
       FD  FilePlessi.
       01  Plessi-Record.
           05  PL-Codice PIC X(4).
           05  PL-Denominazione PIC X(40).
           05  PL-Meccanografico PIC X(10).
           05  PL-Indirizzo PIC X(40).
           05  PL-Principale PIC X(1).
               88  PL-Principale-Si VALUE "S".
       FD  FileOut.
       01  FileOut-Record PIC X(80).
       FD  FileAmbiente.
       01  FileAmbiente-Record.
           05  AP-Data-Copia PIC 9(8).
           05  AP-Data-Copia-Testo REDEFINES AP-Data-Copia PIC X(8).
           05  AP-Ora-Copia PIC 9(8).
      *Una sola riga: stato (A aperta, C chiusa), lavoro, operatore,
      *motivo, inizio e fine prevista; la chiave e' quella che la
      *catena di fine giornata passa ai suoi passi
       FD  FileManutenzione.
       01  FileManutenzione-Record.
           05  MN-Stato PIC X(1).
           05  MN-Programma PIC X(20).
           05  MN-Operatore PIC X(10).
           05  MN-Motivo PIC X(40).
           05  MN-Data-Inizio PIC 9(8).
           05  MN-Data-Inizio-Testo REDEFINES MN-Data-Inizio
                   PIC X(8).
           05  MN-Ora-Inizio PIC 9(4).
           05  MN-Ora-Inizio-Testo REDEFINES MN-Ora-Inizio PIC X(4).
           05  MN-Data-Fine PIC 9(8).
           05  MN-Data-Fine-Testo REDEFINES MN-Data-Fine PIC X(8).
           05  MN-Ora-Fine PIC 9(4).
           05  MN-Ora-Fine-Testo REDEFINES MN-Ora-Fine PIC X(4).
           05  MN-Chiave PIC X(16).

       WORKING-STORAGE SECTION.
       01  FS-FileAmbiente PIC XX VALUE SPACES.
      *"S" quando la sessione gira sui dati dell'ambiente di prova
       01  Ambiente-Prova PIC X VALUE "N".
       01  FS-FileManutenzione PIC XX VALUE SPACES.
      *Finestra di manutenzione: "S" se aperta, "S" se oltre la fine
      *prevista (segnale lasciato da un lavoro interrotto)
       01  Manutenzione-Attiva PIC X VALUE "N".
       01  Manutenzione-Scaduta PIC X VALUE "N".
       01  Manut-Chiave-Catena PIC X(16) VALUE SPACES.
       01  Manut-Data PIC 9(8) VALUE 0.
       01  Manut-Ora PIC 9(8) VALUE 0.
       01  Manut-Ora-Parti REDEFINES Manut-Ora.
           05  Manut-HHMM PIC 9(4).
           05  FILLER PIC 9(4).
       01  FS-FileElenco PIC XX VALUE SPACES.
       01  FS-FileClasse PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
           88  Fine-Classe-Si VALUE "S".
       01  Classe-Voce PIC X(4) VALUE SPACES.
       01  Classi-Elaborate PIC 99 VALUE 0.
       01  Plesso-Scelto PIC X(4) VALUE SPACES.
      *Classi incluse per plesso, nella posizione del plesso in
      *tabella; l'ultima voce raccoglie quelle senza plesso censito
       01  Classi-Per-Plesso-Tab.
           05  Classi-Per-Plesso OCCURS 21 TIMES PIC 99.
       01  Conto-Idx PIC 99 VALUE 0.
      *Plessi e plesso di ogni classe in memoria; una classe senza
      *plesso vale come della sede principale
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-FilePlessi PIC XX VALUE SPACES.
       01  Fine-Plessi PIC X VALUE "N".
       01  Plessi-Tab.
           05  Plessi-Voce OCCURS 20 TIMES.
               10  PT-Codice PIC X(4).
               10  PT-Meccanografico PIC X(10).
               10  PT-Denominazione PIC X(40).
       01  Plessi-Cont PIC 99 VALUE 0.
       01  Plessi-Idx PIC 99 VALUE 0.
       01  Plesso-Principale PIC X(4) VALUE SPACES.
       01  Classi-Plesso-Tab.
           05  Classi-Plesso-Voce OCCURS 300 TIMES.
               10  CP-Classe PIC X(4).
               10  CP-Plesso PIC X(4).
       01  Classi-Plesso-Cont PIC 999 VALUE 0.
       01  Classi-Plesso-Idx PIC 999 VALUE 0.
       01  Classe-Cercata PIC X(4) VALUE SPACES.
       01  Plesso-Classe PIC X(4) VALUE SPACES.
       01  Plesso-Classe-Idx PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           DISPLAY "Plesso (invio = tutto l'istituto): "
           ACCEPT Plesso-Scelto
           PERFORM 9800-CARICA-PLESSI
           MOVE ZEROS TO Classi-Per-Plesso-Tab
           MOVE 0 TO Classi-Plesso-Idx
           PERFORM 1000-APRI-FILE
           PERFORM 2000-LEGGI-ELENCO
           PERFORM UNTIL Fine-Elenco-Si
               PERFORM 3000-ELABORA-CLASSE
               PERFORM 2000-LEGGI-ELENCO
           END-PERFORM
           IF Plesso-Scelto = SPACES
               PERFORM 4000-TOTALI-PLESSO
           END-IF
           CLOSE FileOut
           IF Elenco-Disponibile-Si
               CLOSE FileElenco
           STOP RUN.

       1000-APRI-FILE.
           MOVE "N" TO Elenco-Disponibile
           IF Plesso-Scelto = SPACES
               OPEN INPUT FileElenco
               IF FS-FileElenco = "00"
                   MOVE "Y" TO Elenco-Disponibile
               END-IF
           END-IF
           OPEN OUTPUT FileOut
           MOVE SPACES TO FileOut-Record
           IF Plesso-Scelto = SPACES
               STRING "Cruscotto di istituto - riepilogo per classe"
                   DELIMITED BY SIZE
                   INTO FileOut-Record
           ELSE
               STRING "Cruscotto del plesso " DELIMITED BY SIZE
                   Plesso-Scelto DELIMITED BY SIZE
                   " - riepilogo per classe" DELIMITED BY SIZE
                   INTO FileOut-Record
           END-IF
           WRITE FileOut-Record.

      *Paragrafo 2000-LEGGI-ELENCO: legge la prossima classe da
      *confrontare, dal file di pilotaggio se c'e', altrimenti
      *chiedendola a terminale (riga vuota = fine elenco); con un
      *plesso scelto e' la prossima classe del plesso in CLASSI.DAT
       2000-LEGGI-ELENCO.
           IF Plesso-Scelto NOT = SPACES
               PERFORM 2100-PROSSIMA-DEL-PLESSO
           ELSE IF Elenco-Disponibile-Si
               READ FileElenco
                   AT END
                       MOVE "S" TO Fine-Elenco
               IF Classe-Voce = SPACES
                   MOVE "S" TO Fine-Elenco
               END-IF
           END-IF
           END-IF.

      *Paragrafo 2100-PROSSIMA-DEL-PLESSO: avanza nella tabella
      *delle classi fino alla prossima del plesso scelto
       2100-PROSSIMA-DEL-PLESSO.
           MOVE SPACES TO Classe-Voce
           PERFORM UNTIL Classe-Voce NOT = SPACES
                   OR Classi-Plesso-Idx >= Classi-Plesso-Cont
               ADD 1 TO Classi-Plesso-Idx
               MOVE Classi-Plesso-Idx TO Conto-Idx
               MOVE CP-Classe(Classi-Plesso-Idx) TO Classe-Cercata
               PERFORM 9810-PLESSO-CLASSE
               MOVE Conto-Idx TO Classi-Plesso-Idx
               IF Plesso-Classe = Plesso-Scelto
                   MOVE CP-Classe(Classi-Plesso-Idx) TO Classe-Voce
               END-IF
           END-PERFORM
           IF Classe-Voce = SPACES
               MOVE "S" TO Fine-Elenco
           END-IF.

      *Paragrafo 3000-ELABORA-CLASSE: apre il riepilogo della classe
                   Classe-Voce
           ELSE
               ADD 1 TO Classi-Elaborate
               MOVE Classe-Voce TO Classe-Cercata
               MOVE Classi-Plesso-Idx TO Conto-Idx
               PERFORM 9810-PLESSO-CLASSE
               MOVE Conto-Idx TO Classi-Plesso-Idx
               IF Plesso-Classe-Idx > 0
                   ADD 1 TO Classi-Per-Plesso(Plesso-Classe-Idx)
               ELSE
                   ADD 1 TO Classi-Per-Plesso(21)
               END-IF
               MOVE SPACES TO FileOut-Record
               STRING "--- Classe " DELIMITED BY SIZE
                   Classe-Voce DELIMITED BY SIZE
                   " (plesso " DELIMITED BY SIZE
                   Plesso-Classe DELIMITED BY SIZE
                   ") ---" DELIMITED BY SIZE
                   INTO FileOut-Record
               WRITE FileOut-Record
               MOVE "N" TO Fine-Classe
               INTO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 4000-TOTALI-PLESSO: in coda al cruscotto di
      *istituto, le classi incluse per ogni plesso
       4000-TOTALI-PLESSO.
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Classi incluse per plesso" TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Conto-Idx
           PERFORM UNTIL Conto-Idx >= Plessi-Cont
               ADD 1 TO Conto-Idx
               MOVE SPACES TO FileOut-Record
               STRING "    " DELIMITED BY SIZE
                   PT-Codice(Conto-Idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PT-Denominazione(Conto-Idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Classi-Per-Plesso(Conto-Idx) DELIMITED BY SIZE
                   INTO FileOut-Record
               WRITE FileOut-Record
           END-PERFORM
           IF Classi-Per-Plesso(21) > 0
               MOVE SPACES TO FileOut-Record
               STRING "    senza plesso censito " DELIMITED BY SIZE
                   Classi-Per-Plesso(21) DELIMITED BY SIZE
                   INTO FileOut-Record
               WRITE FileOut-Record
           END-IF.

      *Paragrafo 8950-CONTROLLA-AMBIENTE: AMBIENTE-PROVA.DAT nella
      *cartella di lavoro segnala i dati pseudonimizzati clonati da
      *AmbienteProva; la sessione si apre con la fascia dell'ambiente
      *di prova, perche' nessuno la scambi per il registro vero
       8950-CONTROLLA-AMBIENTE.
           MOVE "N" TO Ambiente-Prova
           OPEN INPUT FileAmbiente
           IF FS-FileAmbiente = "00"
               MOVE "S" TO Ambiente-Prova
               MOVE ZERO TO AP-Data-Copia
               READ FileAmbiente
                   AT END
                       MOVE ZERO TO AP-Data-Copia
               END-READ
               CLOSE FileAmbiente
               DISPLAY "**********************************************"
               DISPLAY "*            AMBIENTE DI PROVA               *"
               DISPLAY "*  dati pseudonimizzati: nessun invio a      *"
               DISPLAY "*  famiglie, portale, SIS o ministero        *"
               DISPLAY "**********************************************"
               IF AP-Data-Copia NOT = ZERO
                   DISPLAY "Dati copiati dal registro il "
                       AP-Data-Copia-Testo(7:2) "/"
                       AP-Data-Copia-Testo(5:2) "/"
                       AP-Data-Copia-Testo(1:4)
               END-IF
           END-IF.

      *Paragrafo 8960-CONTROLLA-MANUTENZIONE: con la finestra di
      *manutenzione aperta (MANUTENZIONE.DAT) un lavoro sugli archivi
      *interi e' in corso e il programma non parte
       8960-CONTROLLA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
               PERFORM 8970-MOSTRA-MANUTENZIONE
               DISPLAY "Programma non avviato: riprovare a lavoro "
                   "concluso"
               STOP RUN
           END-IF.

      *Paragrafo 8965-LEGGI-MANUTENZIONE: lo stato della finestra da
      *MANUTENZIONE.DAT; oltre la fine prevista il segnale e' scaduto
      *(il lavoro che l'ha aperta si e' probabilmente interrotto).
      *I passi lanciati dalla catena di fine giornata ereditano la
      *chiave della sua finestra e lavorano dentro di essa
       8965-LEGGI-MANUTENZIONE.
           MOVE "N" TO Manutenzione-Attiva
           MOVE "N" TO Manutenzione-Scaduta
           MOVE SPACES TO FileManutenzione-Record
           OPEN INPUT FileManutenzione
           IF FS-FileManutenzione = "00"
               READ FileManutenzione
                   AT END
                       MOVE SPACES TO FileManutenzione-Record
               END-READ
               CLOSE FileManutenzione
               IF MN-Stato = "A"
                   MOVE "S" TO Manutenzione-Attiva
               END-IF
           END-IF
           IF Manutenzione-Attiva = "S"
               MOVE SPACES TO Manut-Chiave-Catena
               ACCEPT Manut-Chiave-Catena
                   FROM ENVIRONMENT "REGISTRO_CATENA"
               IF Manut-Chiave-Catena NOT = SPACES
                       AND Manut-Chiave-Catena = MN-Chiave
                   MOVE "N" TO Manutenzione-Attiva
               END-IF
           END-IF
           IF Manutenzione-Attiva = "S"
               ACCEPT Manut-Data FROM DATE YYYYMMDD
               ACCEPT Manut-Ora FROM TIME
               IF Manut-Data > MN-Data-Fine
                   MOVE "S" TO Manutenzione-Scaduta
               END-IF
               IF Manut-Data = MN-Data-Fine
                       AND Manut-HHMM > MN-Ora-Fine
                   MOVE "S" TO Manutenzione-Scaduta
               END-IF
           END-IF.

      *Paragrafo 8970-MOSTRA-MANUTENZIONE: il messaggio della
      *finestra aperta, con l'avviso del segnale scaduto
       8970-MOSTRA-MANUTENZIONE.
           DISPLAY "**********************************************"
           DISPLAY "*         ARCHIVI IN MANUTENZIONE            *"
           DISPLAY "**********************************************"
           DISPLAY "Lavoro in corso : " MN-Programma
           DISPLAY "Motivo          : " MN-Motivo
           DISPLAY "Operatore       : " MN-Operatore
           DISPLAY "Iniziato il     : "
               MN-Data-Inizio-Testo(7:2) "/"
               MN-Data-Inizio-Testo(5:2) "/"
               MN-Data-Inizio-Testo(1:4) " alle "
               MN-Ora-Inizio-Testo(1:2) ":"
               MN-Ora-Inizio-Testo(3:2)
           DISPLAY "Fine prevista   : "
               MN-Data-Fine-Testo(7:2) "/"
               MN-Data-Fine-Testo(5:2) "/"
               MN-Data-Fine-Testo(1:4) " alle "
               MN-Ora-Fine-Testo(1:2) ":"
               MN-Ora-Fine-Testo(3:2)
           IF Manutenzione-Scaduta = "S"
               DISPLAY "ATTENZIONE: la fine prevista e' passata e il "
                   "segnale e' ancora aperto, il lavoro potrebbe "
                   "essersi interrotto"
               DISPLAY "Verificare gli archivi, poi chiudere il "
                   "segnale con FinestraManutenzione"
           END-IF.

      *Paragrafo 9800-CARICA-PLESSI: plessi di PLESSI.DAT, con la
      *sede principale, e plesso di ogni classe di CLASSI.DAT; senza
      *i file le tabelle restano vuote
       9800-CARICA-PLESSI.
           MOVE 0 TO Plessi-Cont
           MOVE SPACES TO Plesso-Principale
           OPEN INPUT FilePlessi
           IF FS-FilePlessi = "00"
               MOVE "N" TO Fine-Plessi
               PERFORM UNTIL Fine-Plessi = "S"
                   READ FilePlessi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Plessi
                       NOT AT END
                           IF Plessi-Cont < 20
                               ADD 1 TO Plessi-Cont
                               MOVE PL-Codice TO PT-Codice(Plessi-Cont)
                               MOVE PL-Meccanografico
                                   TO PT-Meccanografico(Plessi-Cont)
                               MOVE PL-Denominazione
                                   TO PT-Denominazione(Plessi-Cont)
                           END-IF
                           IF PL-Principale-Si
                                   AND Plesso-Principale = SPACES
                               MOVE PL-Codice TO Plesso-Principale
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FilePlessi
           END-IF
           MOVE 0 TO Classi-Plesso-Cont
           OPEN INPUT Classi
           IF FS-Classi = "00"
               MOVE "N" TO Fine-Plessi
               PERFORM UNTIL Fine-Plessi = "S"
                   READ Classi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Plessi
                       NOT AT END
                           IF Classi-Plesso-Cont < 300
                               ADD 1 TO Classi-Plesso-Cont
                               MOVE CL-Codice
                                   TO CP-Classe(Classi-Plesso-Cont)
                               MOVE CL-Plesso
                                   TO CP-Plesso(Classi-Plesso-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Classi
           END-IF.

      *Paragrafo 9810-PLESSO-CLASSE: plesso della classe in
      *Classe-Cercata (la sede principale se la classe non ne ha o
      *non e' censita) e sua posizione nella tabella dei plessi,
      *0 se il plesso non e' in PLESSI.DAT
       9810-PLESSO-CLASSE.
           MOVE SPACES TO Plesso-Classe
           MOVE 0 TO Plesso-Classe-Idx
           MOVE 0 TO Classi-Plesso-Idx
           PERFORM UNTIL Classi-Plesso-Idx >= Classi-Plesso-Cont
               ADD 1 TO Classi-Plesso-Idx
               IF CP-Classe(Classi-Plesso-Idx) = Classe-Cercata
                   MOVE CP-Plesso(Classi-Plesso-Idx) TO Plesso-Classe
                   MOVE Classi-Plesso-Cont TO Classi-Plesso-Idx
               END-IF
           END-PERFORM
           IF Plesso-Classe = SPACES
               MOVE Plesso-Principale TO Plesso-Classe
           END-IF
           MOVE 0 TO Plessi-Idx
           PERFORM UNTIL Plessi-Idx >= Plessi-Cont
               ADD 1 TO Plessi-Idx
               IF Plesso-Classe NOT = SPACES
                       AND PT-Codice(Plessi-Idx) = Plesso-Classe
                   MOVE Plessi-Idx TO Plesso-Classe-Idx
                   MOVE Plessi-Cont TO Plessi-Idx
               END-IF
           END-PERFORM.

       END PROGRAM DashboardPreside.
