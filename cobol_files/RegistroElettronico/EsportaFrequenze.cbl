      *riuscito la fotografia viene riscritta, cosi' un rilancio
      *non duplica mai un evento gia' inviato. Prima ogni evento
      *si ribatteva a mano sul portale.
      *Ogni evento esce sotto il codice meccanografico del plesso
      *della classe dello studente (PLESSI.DAT, CLASSI.DAT), e prima
      *della coda un record "P" per plesso ne riporta il conteggio.
      *Il "D" porta anche codice fiscale, data, luogo di nascita,
      *sesso e cittadinanza dall'anagrafica estesa
      *(ANAGRAFICA-ESTESA.DAT, StudentiMaster); chi non l'ha ancora
      *esce con quei campi in bianco ed e' contato a fine corsa.
      *Sui dati dell'ambiente di prova (AmbienteProva) il flusso non
      *si genera: il programma mostra la fascia AMBIENTE DI PROVA e
      *si ferma.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FileStato ASSIGN TO 'ANAGRAFE-STATO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileStato.
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
      *Anagrafica estesa per matricola (StudentiMaster)
           SELECT AnagraficaEstesa ASSIGN TO 'ANAGRAFICA-ESTESA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AE-ID
               ALTERNATE RECORD KEY IS AE-Codice-Fiscale
                   WITH DUPLICATES
               FILE STATUS IS FS-AnagraficaEstesa.
           SELECT FileOut ASSIGN TO FileOut-Filename
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
           SELECT FileAudit ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAudit.
           05  SN-ID-Studente PIC 9(6).
           05  SN-Classe PIC X(4).
           05  SN-Stato PIC X(1).
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
       FD  AnagraficaEstesa.
       01  AnagraficaEstesa-Record.
           05  AE-ID PIC 9(6).
           05  AE-Codice-Fiscale PIC X(16).
           05  AE-Data-Nascita PIC 9(8).
           05  AE-Luogo-Nascita PIC X(30).
           05  AE-Provincia-Nascita PIC X(2).
           05  AE-Sesso PIC X(1).
           05  AE-Cittadinanza PIC X(20).
      *Tracciato ministeriale: "D" di dettaglio con tipo evento
      *(ISCRIZIONE, RITIRO, CAMBIO-CLASSE), matricola, anagrafica,
      *classe, data, codice meccanografico del plesso e dati
      *anagrafici estesi; "P" con il conteggio del plesso e "T" di
      *coda con il conteggio totale
       FD  FileOut.
       01  FileOut-Record.
           05  MN-Tipo PIC X(1).
           05  MN-Dati PIC X(178).
       01  FileOut-Dettaglio.
           05  MD-Tipo PIC X(1).
           05  MD-Evento PIC X(13).
           05  MD-Nome PIC X(30).
           05  MD-Classe PIC X(4).
           05  MD-Data PIC 9(8).
           05  MD-Meccanografico PIC X(10).
           05  MD-Codice-Fiscale PIC X(16).
           05  MD-Data-Nascita PIC 9(8).
           05  MD-Sesso PIC X(1).
           05  MD-Luogo-Nascita PIC X(30).
           05  MD-Cittadinanza PIC X(20).
           05  FILLER PIC X(2).
       01  FileOut-Plesso.
           05  MP-Tipo PIC X(1).
           05  MP-Meccanografico PIC X(10).
           05  MP-Conteggio PIC 9(6).
           05  FILLER PIC X(162).
       01  FileOut-Coda.
           05  MT-Tipo PIC X(1).
           05  MT-Conteggio PIC 9(6).
           05  FILLER PIC X(172).
       FD  FileAmbiente.
       01  FileAmbiente-Record.
           05  AP-Data-Copia PIC 9(8).
           05  AP-Data-Copia-Testo REDEFINES AP-Data-Copia PIC X(8).
           05  AP-Ora-Copia PIC 9(8).
           05  AP-Operatore PIC X(10).
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
       FD  FileAudit.
       01  FileAudit-Record PIC X(80).

       01  FS-FileStato PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
       01  FS-FileAudit PIC XX VALUE SPACES.
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
       01  FileOut-Filename PIC X(30) VALUE SPACES.
       01  Fine-File PIC X VALUE "N".
       01  Fine-Studenti PIC X VALUE "N".
       01  Voce-Trovata PIC X VALUE "N".
       01  Eventi-Emessi PIC 9(6) VALUE 0.
       01  Evento-Corrente PIC X(13) VALUE SPACES.
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
      *Eventi per plesso, nella posizione del plesso in tabella;
      *l'ultima voce raccoglie chi non ha un plesso censito
       01  Eventi-Plesso-Tab.
           05  Eventi-Plesso OCCURS 21 TIMES PIC 9(6).
       01  Plesso-Export-Idx PIC 99 VALUE 0.
       01  Senza-Plesso PIC 9(4) VALUE 0.
       01  FS-AnagraficaEstesa PIC XX VALUE SPACES.
       01  Estesa-Disponibile PIC X VALUE "N".
       01  Senza-Estesa PIC 9(4) VALUE 0.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
      *Dai dati dell'ambiente di prova non esce nulla verso
      *l'esterno
           IF Ambiente-Prova = "S"
               DISPLAY "Ambiente di prova: il flusso di frequenza "
                   "non si genera"
               STOP RUN
           END-IF
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 1000-CARICA-STATO
      *Con la fotografia monca il confronto produrrebbe doppioni:
               PERFORM 9000-SCRIVI-AUDIT
               STOP RUN
           END-IF
           PERFORM 9800-CARICA-PLESSI
           IF Plessi-Cont = 0
               DISPLAY "Attenzione: PLESSI.DAT assente o vuoto, "
                   "codice meccanografico in bianco"
           END-IF
           MOVE ZEROS TO Eventi-Plesso-Tab
           MOVE SPACES TO FileOut-Filename
           STRING "ANAGRAFE-" DELIMITED BY SIZE
               Data-Oggi DELIMITED BY SIZE
               CLOSE FileOut
               STOP RUN
           END-IF
           OPEN INPUT AnagraficaEstesa
           IF FS-AnagraficaEstesa = "00"
               MOVE "Y" TO Estesa-Disponibile
           ELSE
               DISPLAY "Attenzione: ANAGRAFICA-ESTESA.DAT assente, "
                   "codice fiscale e nascita in bianco"
           END-IF
           MOVE 0 TO ST-ID
           MOVE "N" TO Fine-Studenti
           START Studenti KEY IS NOT LESS THAN ST-ID
               END-READ
           END-PERFORM
           CLOSE Studenti
           IF Estesa-Disponibile = "Y"
               CLOSE AnagraficaEstesa
           END-IF
           PERFORM 2500-SCRIVI-TOTALI-PLESSO
           MOVE SPACES TO FileOut-Coda
           MOVE "T" TO MT-Tipo
           MOVE Eventi-Emessi TO MT-Conteggio
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT
           DISPLAY "Eventi emessi: " Eventi-Emessi
           IF Senza-Plesso > 0
               DISPLAY "Attenzione: " Senza-Plesso
                   " eventi senza plesso censito (codice in bianco)"
           END-IF
           IF Senza-Estesa > 0
               DISPLAY "Attenzione: " Senza-Estesa
                   " eventi senza anagrafica estesa (codice fiscale "
                   "in bianco)"
           END-IF
           DISPLAY "Flusso scritto su " FileOut-Filename
           STOP RUN.

               MOVE ST-Nome(1:30) TO MD-Nome
               MOVE ST-Classe TO MD-Classe
               MOVE Data-Oggi TO MD-Data
               MOVE ST-Classe TO Classe-Cercata
               PERFORM 9810-PLESSO-CLASSE
               IF Plesso-Classe-Idx > 0
                   MOVE Plesso-Classe-Idx TO Plesso-Export-Idx
                   MOVE PT-Meccanografico(Plesso-Classe-Idx)
                       TO MD-Meccanografico
               ELSE
                   MOVE 21 TO Plesso-Export-Idx
                   ADD 1 TO Senza-Plesso
               END-IF
               MOVE 0 TO MD-Data-Nascita
               IF Estesa-Disponibile = "Y"
                   MOVE ST-ID TO AE-ID
                   READ AnagraficaEstesa
                       INVALID KEY
                           ADD 1 TO Senza-Estesa
                       NOT INVALID KEY
                           MOVE AE-Codice-Fiscale
                               TO MD-Codice-Fiscale
                           MOVE AE-Data-Nascita TO MD-Data-Nascita
                           MOVE AE-Sesso TO MD-Sesso
                           MOVE AE-Luogo-Nascita TO MD-Luogo-Nascita
                           MOVE AE-Cittadinanza TO MD-Cittadinanza
                           IF AE-Codice-Fiscale = SPACES
                               ADD 1 TO Senza-Estesa
                           END-IF
                   END-READ
               ELSE
                   ADD 1 TO Senza-Estesa
               END-IF
               WRITE FileOut-Dettaglio
               ADD 1 TO Eventi-Emessi
               ADD 1 TO Eventi-Plesso(Plesso-Export-Idx)
           END-IF.

      *Paragrafo 2500-SCRIVI-TOTALI-PLESSO: un record "P" per ogni
      *plesso con eventi, nell'ordine di PLESSI.DAT, piu' quello in
      *bianco di chi non ha plesso
       2500-SCRIVI-TOTALI-PLESSO.
           MOVE 0 TO Plesso-Export-Idx
           PERFORM UNTIL Plesso-Export-Idx >= 21
               ADD 1 TO Plesso-Export-Idx
               IF Eventi-Plesso(Plesso-Export-Idx) > 0
                   MOVE SPACES TO FileOut-Plesso
                   MOVE "P" TO MP-Tipo
                   IF Plesso-Export-Idx NOT > Plessi-Cont
                       MOVE PT-Meccanografico(Plesso-Export-Idx)
                           TO MP-Meccanografico
                   END-IF
                   MOVE Eventi-Plesso(Plesso-Export-Idx)
                       TO MP-Conteggio
                   WRITE FileOut-Plesso
                   DISPLAY "Plesso " MP-Meccanografico
                       " eventi " MP-Conteggio
               END-IF
           END-PERFORM.

      *Paragrafo 3000-RISCRIVI-STATO: la fotografia nuova e' lo
      *stato attuale di tutta l'anagrafica
       3000-RISCRIVI-STATO.
           END-IF
           CLOSE FileStato.

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

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *descrizione ad AUDIT.LOG
       9000-SCRIVI-AUDIT.
           WRITE FileAudit-Record
           CLOSE FileAudit.

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

       END PROGRAM EsportaFrequenze.
