      *   mancanti su CHIUSURA-<anno>.txt;
      *2) fotografa i file di lavoro dell'anno (RECUPERI.DAT,
      *   NOTIFICHE.DAT, AUDIT.LOG, VOTI.DAT, SCRUTINI.DAT,
      *   PERIODI-CHIUSI.DAT, ASSENZE.DAT e PROPOSTE-VOTO.DAT) in
      *   copie con il
      *   suffisso dell'anno e li azzera: nessuno di questi file
      *   porta l'anno nel record, quindi lasciarli vivi farebbe
      *   confluire i dati del vecchio anno nelle letture del nuovo
      *   e non validati restano);
      *5) scrive il nuovo anno in ANNO-CORRENTE.DAT, che da quel
      *   momento vale come impostazione di sessione per tutti.
      *Il rendiconto segnala anche, come avviso, gli studenti in
      *uscita (ritirati e quinte non respinte) che hanno ancora beni
      *in comodato d'uso non restituiti (COMODATI.DAT).
      *Operazione riservata all'amministratore e tracciata.
      *L'esito MOBILITA (mobilita' internazionale con colloquio
      *di reinserimento positivo) avanza di classe come PROMOSSO.
      *All'accesso con conto individuale si mostrano le circolari
      *non ancora lette dall'operatore (Circolari), con conferma
      *della presa visione prima di continuare.
      *La fotografia VOTI.<anno> porta la riga del voto intera,
      *provenienza compresa.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Per tutta la chiusura resta aperta la finestra di manutenzione
      *degli archivi (MANUTENZIONE.DAT, vedi FinestraManutenzione) e
      *gli altri programmi non partono; con la finestra di un altro
      *lavoro aperta la chiusura non parte, un segnale scaduto si
      *sostituisce con traccia in AUDIT.LOG.
      *Con studenti ancora a giudizio sospeso la chiusura non parte:
      *la fotografia svuota SCRUTINI.DAT e RECUPERI.DAT e dopo il
      *cambio d'anno lo scrutinio integrativo (ScrutinioConsiglio)
      *non troverebbe piu' ne' le delibere ne' i recuperi; i sospesi
      *si elencano sul rendiconto.
      *Le proposte di voto dei docenti (PROPOSTE-VOTO.DAT) si
      *fotografano e si azzerano con gli altri file di lavoro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-Chiave
               ALTERNATE RECORD KEY IS VT-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVoti.
           SELECT FileRecuperi ASSIGN TO 'RECUPERI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT FileChiusi ASSIGN TO 'PERIODI-CHIUSI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileChiusi.
           SELECT FileProposte ASSIGN TO 'PROPOSTE-VOTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileProposte.
      *Eventi di assenza indicizzati per matricola+data+progressivo
      *(conversione una tantum in ConvertiAssenze): gli eventi di
      *uno studente sono una lettura diretta per chiave
           SELECT FileNotifiche ASSIGN TO 'NOTIFICHE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileNotifiche.
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
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
      *Circolari del personale e prese visione (Circolari)
           SELECT FileCircolari ASSIGN TO 'CIRCOLARI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIR-Numero
               FILE STATUS IS FS-FileCircolari.
           SELECT FileVisioni ASSIGN TO 'CIRCOLARI-VISIONI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-Chiave
               ALTERNATE RECORD KEY IS PV-Sigla
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVisioni.
           SELECT FileOperatori ASSIGN TO 'OPERATORI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOperatori.
           SELECT FileCheck ASSIGN TO 'CHIUSURA.CHK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCheck.
      *Beni in comodato d'uso (Comodati), solo in lettura
           SELECT FileComodati ASSIGN TO 'COMODATI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-Chiave
               ALTERNATE RECORD KEY IS CM-ID-Studente
                   WITH DUPLICATES
               FILE STATUS IS FS-FileComodati.
           SELECT FileReport ASSIGN TO Report-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileReport.
           05  FA-Classe PIC X(4).
           05  FA-Media PIC 99V99.
           05  FA-Esito PIC X(9).
           05  FA-Voto-Diploma PIC 9(3).
           05  FA-Lode PIC X(1).
       FD  FileVoti.
       01  FileVoti-Record.
           05  VT-Chiave.
           05  VT-Classe PIC X(4).
           05  VT-Anno-Scolastico PIC X(9).
           05  VT-Data-Voto PIC 9(8).
           05  VT-Notazione PIC X(4).
      *Classe, periodo e materia ripetuti in coda alla riga per la
      *chiave alternativa: vanno riallineati a ogni scrittura
           05  VT-Chiave-Classe.
               10  VT-CC-Classe PIC X(4).
               10  VT-CC-Periodo PIC 9(1).
               10  VT-CC-Materia PIC X(20).
      *Provenienza del voto: chi lo ha registrato, quando e da
      *quale canale (REGISTRO, BATCH, SIS, STAGING, TRASFERIM,
      *CIVICA, MOBILITA); in bianco e a zero nelle righe
      *registrate prima che i campi esistessero
           05  VT-Operatore PIC X(10).
           05  VT-Data-Inserimento PIC 9(8).
           05  VT-Ora-Inserimento PIC 9(8).
           05  VT-Canale PIC X(10).
       FD  FileRecuperi.
       01  FileRecuperi-Record.
           05  FR-ID-Studente PIC 9(6).
           05  CP-Classe PIC X(4).
           05  CP-Periodo PIC 9(1).
           05  CP-Stato PIC X(1).
      *Proposte di voto (tracciato in ProposteVoto): qui si copiano
      *solo, riga per riga
       FD  FileProposte.
       01  FileProposte-Record PIC X(60).
       FD  FileAssenze.
       01  FileAssenze-Record.
           05  AS-Chiave.
           05  AS-Giustificata PIC X(1).
       FD  FileNotifiche.
       01  FileNotifiche-Record PIC X(80).
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
       FD  FileCopia.
       01  FileCopia-Record PIC X(142).
       FD  FileDebiti.
       01  FileDebiti-Record.
           05  DB-ID-Studente PIC 9(6).
           05  DB-Stato PIC X(1).
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
      *Circolare e presa visione, come in Circolari
       FD  FileCircolari.
       01  Circolari-Record.
           05  CIR-Numero PIC 9(4).
           05  CIR-Data PIC 9(8).
           05  CIR-Data-Testo REDEFINES CIR-Data PIC X(8).
           05  CIR-Titolo PIC X(60).
           05  CIR-Destinatari PIC X(1).
           05  CIR-Ruolo PIC X(1).
           05  CIR-Classi-Tab.
               10  CIR-Classe OCCURS 8 TIMES PIC X(4).
           05  CIR-Testo-Tab.
               10  CIR-Riga OCCURS 12 TIMES PIC X(70).
           05  CIR-Autore PIC X(10).
           05  CIR-Stato PIC X(1).
       FD  FileVisioni.
       01  Visioni-Record.
           05  PV-Chiave.
               10  PV-Numero PIC 9(4).
               10  PV-Sigla PIC X(10).
           05  PV-Data PIC 9(8).
           05  PV-Ora PIC 9(8).
       FD  FileOperatori.
       01  FileOperatori-Record.
           05  OP-Sigla PIC X(10).
           05  CK-Anno PIC X(9).
           05  CK-Fase PIC X(1).
           05  CK-Ultima-Matricola PIC 9(6).
       FD  FileComodati.
       01  Comodati-Record.
           05  CM-Chiave.
               10  CM-Inventario PIC X(12).
               10  CM-Data-Prestito PIC 9(8).
           05  CM-Tipo PIC X(10).
           05  CM-Descrizione PIC X(30).
           05  CM-ID-Studente PIC 9(6).
           05  CM-Scadenza PIC 9(8).
           05  CM-Data-Restituzione PIC 9(8).
               88  CM-Fuori VALUE 0.
           05  CM-Condizione PIC X(1).
           05  CM-Note PIC X(30).
       FD  FileReport.
       01  FileReport-Record PIC X(80).

       01  FS-FileRecuperi PIC XX VALUE SPACES.
       01  FS-FileScrutini PIC XX VALUE SPACES.
       01  FS-FileChiusi PIC XX VALUE SPACES.
       01  FS-FileProposte PIC XX VALUE SPACES.
       01  FS-FileAssenze PIC XX VALUE SPACES.
       01  FS-FileNotifiche PIC XX VALUE SPACES.
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
      *Finestra aperta da questo lavoro (da chiudere alla fine) o
      *ereditata dalla catena di fine giornata che lo ha lanciato
       01  Manutenzione-Propria PIC X VALUE "N".
       01  Manut-Passo-Catena PIC X VALUE "N".
       01  Manut-Copia PIC X(111) VALUE SPACES.
       01  Manut-Chiave-Propria PIC X(16) VALUE SPACES.
      *Durata prevista del lavoro in minuti, per la fine prevista
       01  Manut-Durata-Minuti PIC 9(4) VALUE 180.
       01  Manut-Minuti PIC 9(5) VALUE 0.
       01  Manut-Motivo PIC X(40) VALUE SPACES.
       01  Manut-Operatore PIC X(10) VALUE SPACES.
       01  Manut-Giorno-Dopo PIC 9(8) VALUE 0.
       01  MG-Anno PIC 9(4) VALUE 0.
       01  MG-Mese PIC 99 VALUE 0.
       01  MG-Giorno PIC 99 VALUE 0.
       01  MG-Ultimo-Giorno PIC 99 VALUE 0.
       01  MG-Quoziente PIC 9(4) VALUE 0.
       01  MG-Resto PIC 9(4) VALUE 0.
       01  MG-Giorni-Dati.
           05  FILLER PIC X(24)
               VALUE "312831303130313130313031".
       01  MG-Giorni-Tab REDEFINES MG-Giorni-Dati.
           05  MG-Giorni-Mese OCCURS 12 TIMES PIC 99.
       01  FS-FileCopia PIC XX VALUE SPACES.
       01  FS-FileDebiti PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  FS-FileOperatori PIC XX VALUE SPACES.
      *Circolari non ancora lette dall'operatore
       01  FS-FileCircolari PIC XX VALUE SPACES.
       01  FS-FileVisioni PIC XX VALUE SPACES.
       01  Fine-Visioni PIC X VALUE "N".
       01  Conferma-Visione PIC X VALUE SPACE.
       01  Circolare-Riga-Idx PIC 99 VALUE 0.
       01  FS-FileReport PIC XX VALUE SPACES.
       01  Copia-Filename PIC X(30) VALUE SPACES.
       01  Report-Filename PIC X(30) VALUE SPACES.
       01  Esito-Studente PIC X(9) VALUE SPACES.
       01  Studente-In-Archivio PIC X VALUE "N".
       01  Mancanti PIC 9(4) VALUE 0.
       01  FS-FileComodati PIC XX VALUE SPACES.
       01  Fine-Comodati PIC X VALUE "N".
       01  Comodati-In-Uscita PIC 9(4) VALUE 0.
       01  Studente-In-Uscita PIC X VALUE "N".
       01  Promossi-Avanzati PIC 9(4) VALUE 0.
       01  Sospesi-Non-Sciolti PIC 9(4) VALUE 0.
      *Ripresa da CHIUSURA.CHK
       01  FS-FileCheck PIC XX VALUE SPACES.
       01  Check-Anno PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8000-CONTROLLA-ACCESSO
           IF Operatori-Presenti = "Y"
               IF Operatore-Autenticato NOT = "Y"
                   MOVE 0 TO Check-Matricola
               END-IF
           END-IF
      *Finestra di manutenzione aperta per tutta la chiusura
           MOVE Operatore-ID TO Manut-Operatore
           MOVE SPACES TO Manut-Motivo
           STRING "Chiusura anno " DELIMITED BY SIZE
               Anno-Chiusura DELIMITED BY SIZE
               INTO Manut-Motivo
           PERFORM 8980-APRI-MANUTENZIONE
           IF Ripresa-In-Corso NOT = "Y"
               MOVE "I" TO Check-Fase
               MOVE 0 TO Check-Matricola
                   TO FileReport-Record
               WRITE FileReport-Record
               CLOSE FileReport
               PERFORM 8990-CHIUDI-MANUTENZIONE
               STOP RUN
           END-IF
      *Giudizi sospesi ancora aperti: prima lo scrutinio
      *integrativo, poi la chiusura. Alla ripresa in fase A i file
      *sono gia' fotografati e si lascia finire l'avanzamento
           IF Ripresa-In-Corso NOT = "Y" OR Check-Fase NOT = "A"
               PERFORM 1200-CONTROLLA-SOSPESI
               IF Sospesi-Non-Sciolti > 0
                   DISPLAY "Studenti con giudizio sospeso senza "
                       "scrutinio integrativo: " Sospesi-Non-Sciolti
                   DISPLAY "Chiusura non eseguita: deliberare prima "
                       "lo scrutinio integrativo (ScrutinioConsiglio)"
                   MOVE "CHIUSURA NON ESEGUITA: giudizi sospesi aperti"
                       TO FileReport-Record
                   WRITE FileReport-Record
                   CLOSE FileReport
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Chiusura " DELIMITED BY SIZE
                       Anno-Chiusura DELIMITED BY SIZE
                       " rifiutata: sospesi" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
                   PERFORM 8990-CHIUDI-MANUTENZIONE
                   STOP RUN
               END-IF
           END-IF
      *Alla ripresa in fase A i passi gia' fatti (idempotenti o
      *completati) si saltano e si torna dritti all'avanzamento
           IF Ripresa-In-Corso = "Y" AND Check-Fase = "A"
               PERFORM 3000-RIPORTA-DEBITI
               PERFORM 4000-FOTOGRAFA-FILE
           END-IF
           PERFORM 2500-COMODATI-IN-USCITA
           MOVE "A" TO Check-Fase
           PERFORM 0600-SCRIVI-CHECKPOINT
           PERFORM 5000-AVANZA-CLASSI
           PERFORM 9000-SCRIVI-AUDIT
           DISPLAY "Chiusura completata, rendiconto in "
               Report-Filename
           PERFORM 8990-CHIUDI-MANUTENZIONE
           STOP RUN.

      *Paragrafo 0500-LEGGI-CHECKPOINT: lo stato dell'eventuale
               END-IF
           END-IF.

      *Paragrafo 1200-CONTROLLA-SOSPESI: conta ed elenca sul
      *rendiconto gli studenti il cui ultimo esito dell'anno e'
      *ancora SOSPESO
       1200-CONTROLLA-SOSPESI.
           MOVE 0 TO Sospesi-Non-Sciolti
           MOVE 0 TO Esiti-Idx
           PERFORM UNTIL Esiti-Idx >= Esiti-Cont
               ADD 1 TO Esiti-Idx
               IF ES-Esito(Esiti-Idx) = "SOSPESO"
                   ADD 1 TO Sospesi-Non-Sciolti
                   MOVE SPACES TO riga
                   STRING "Giudizio sospeso aperto: " DELIMITED BY SIZE
                       ES-ID(Esiti-Idx) DELIMITED BY SIZE
                       INTO riga
                   MOVE riga TO FileReport-Record
                   WRITE FileReport-Record
               END-IF
           END-PERFORM.

      *Paragrafo 2000-VERIFICA-COPERTURA: ogni studente attivo deve
      *avere la sua riga d'archivio per l'anno che si chiude
       2000-VERIFICA-COPERTURA.
               WRITE FileReport-Record
           END-IF.

      *Paragrafo 2500-COMODATI-IN-USCITA: avviso per ogni bene in
      *comodato non restituito da uno studente che lascia
      *l'istituto (ritirato, o di quinta con esito non negativo)
       2500-COMODATI-IN-USCITA.
           MOVE 0 TO Comodati-In-Uscita
           OPEN INPUT FileComodati
           IF FS-FileComodati = "00"
               OPEN INPUT Studenti
               MOVE "N" TO Fine-Comodati
               PERFORM UNTIL Fine-Comodati = "S"
                   READ FileComodati NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Comodati
                       NOT AT END
                           IF CM-Fuori
                               PERFORM 2600-CONTROLLA-COMODATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Studenti
               CLOSE FileComodati
           END-IF
           IF Comodati-In-Uscita > 0
               DISPLAY "Attenzione: beni in comodato non restituiti "
                   "da studenti in uscita: " Comodati-In-Uscita
           END-IF.

      *Paragrafo 2600-CONTROLLA-COMODATO: il prestito aperto letto
      *e' di uno studente in uscita? Se si' va nel rendiconto
       2600-CONTROLLA-COMODATO.
           MOVE "N" TO Studente-In-Uscita
           MOVE CM-ID-Studente TO ST-ID
           READ Studenti
               INVALID KEY
                   MOVE SPACES TO ST-Cognome
                   MOVE SPACES TO ST-Classe
                   MOVE "Y" TO Studente-In-Uscita
               NOT INVALID KEY
                   IF ST-Ritirato-Si
                       MOVE "Y" TO Studente-In-Uscita
                   ELSE IF ST-Classe(1:1) = "5"
                       MOVE "Y" TO Studente-In-Uscita
                       MOVE 0 TO Esiti-Idx
                       PERFORM UNTIL Esiti-Idx >= Esiti-Cont
                           ADD 1 TO Esiti-Idx
                           IF ES-ID(Esiti-Idx) = ST-ID
                               IF ES-Esito(Esiti-Idx) = "BOCCIATO"
                                       OR ES-Esito(Esiti-Idx)(1:3)
                                           = "NON"
                                   MOVE "N" TO Studente-In-Uscita
                               END-IF
                               MOVE Esiti-Cont TO Esiti-Idx
                           END-IF
                       END-PERFORM
                   END-IF
                   END-IF
           END-READ
           IF Studente-In-Uscita = "Y"
               ADD 1 TO Comodati-In-Uscita
               MOVE SPACES TO riga
               STRING "COMODATO NON RESO: " DELIMITED BY SIZE
                   CM-Inventario DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   CM-Tipo DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   ST-Cognome(1:20) DELIMITED BY SIZE
                   " (matr. " DELIMITED BY SIZE
                   CM-ID-Studente DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   ST-Classe DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileReport-Record
               WRITE FileReport-Record
           END-IF.

      *Paragrafo 3000-RIPORTA-DEBITI: i recuperi rimasti aperti
      *(non recuperati o ancora in attesa) diventano debiti
      *formativi pendenti, se non gia' registrati
           PERFORM 4500-FOTOGRAFA-SCRUTINI
           PERFORM 4600-FOTOGRAFA-CHIUSI
           PERFORM 4700-FOTOGRAFA-ASSENZE
           PERFORM 4800-FOTOGRAFA-PROPOSTE
           MOVE "File di lavoro fotografati e azzerati"
               TO FileReport-Record
           WRITE FileReport-Record.
               CLOSE FileAssenze
           END-IF.

      *Paragrafo 4800-FOTOGRAFA-PROPOSTE: le proposte di voto
      *dell'anno in PROPOSTE-VOTO.<anno>, poi il file si azzera
       4800-FOTOGRAFA-PROPOSTE.
           MOVE SPACES TO Copia-Filename
           STRING "PROPOSTE-VOTO." DELIMITED BY SIZE
               Anno-Compatto DELIMITED BY SIZE
               INTO Copia-Filename
           OPEN INPUT FileProposte
           IF FS-FileProposte NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT FileCopia
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileProposte
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           MOVE FileProposte-Record
                               TO FileCopia-Record
                           WRITE FileCopia-Record
                   END-READ
               END-PERFORM
               CLOSE FileCopia
               CLOSE FileProposte
               OPEN OUTPUT FileProposte
               CLOSE FileProposte
           END-IF.

      *Paragrafo 5000-AVANZA-CLASSI: i promossi salgono di un anno
      *di corso (3A diventa 4A), come chi rientra dalla mobilita'
      *internazionale con colloquio positivo; bocciati, non
      *validati e quinte restano dove sono. I sospesi qui non ci
      *sono piu': la chiusura non parte finche' restano aperti
       5000-AVANZA-CLASSI.
           OPEN I-O Studenti
           IF FS-Studenti NOT = "00"
               PERFORM UNTIL Esiti-Idx >= Esiti-Cont
                   ADD 1 TO Esiti-Idx
                   IF ES-Esito(Esiti-Idx) = "PROMOSSO"
                           OR ES-Esito(Esiti-Idx) = "MOBILITA"
                       PERFORM 5100-AVANZA-STUDENTE
                   END-IF
               END-PERFORM
                       DISPLAY "Credenziali errate"
                   END-IF
               END-PERFORM
               IF Operatore-Autenticato = "Y"
                   PERFORM 8090-CIRCOLARI-DA-LEGGERE
               END-IF
           END-IF.

      *Paragrafo 8090-CIRCOLARI-DA-LEGGERE: le circolari attive
      *destinate all'operatore e non ancora lette (Circolari) si
      *mostrano prima di continuare; la conferma registra data e
      *ora della presa visione
       8090-CIRCOLARI-DA-LEGGERE.
           OPEN I-O FileVisioni
           IF FS-FileVisioni = "00"
               OPEN INPUT FileCircolari
               IF FS-FileCircolari = "00"
                   MOVE Operatore-ID TO PV-Sigla
                   MOVE "N" TO Fine-Visioni
                   START FileVisioni KEY IS = PV-Sigla
                       INVALID KEY MOVE "S" TO Fine-Visioni
                   END-START
                   PERFORM UNTIL Fine-Visioni = "S"
                       READ FileVisioni NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-Visioni
                           NOT AT END
                               IF PV-Sigla NOT = Operatore-ID
                                   MOVE "S" TO Fine-Visioni
                               ELSE IF PV-Data = 0
                                   PERFORM 8095-MOSTRA-CIRCOLARE
                               END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileCircolari
               END-IF
               CLOSE FileVisioni
           END-IF.

      *Paragrafo 8095-MOSTRA-CIRCOLARE: testo della circolare e
      *conferma obbligatoria; le circolari ritirate non si mostrano
       8095-MOSTRA-CIRCOLARE.
           MOVE PV-Numero TO CIR-Numero
           READ FileCircolari
               INVALID KEY
                   MOVE "R" TO CIR-Stato
           END-READ
           IF CIR-Stato = "A"
               DISPLAY " "
               DISPLAY "CIRCOLARE N. " CIR-Numero " DEL "
                   CIR-Data-Testo(7:2) "/" CIR-Data-Testo(5:2) "/"
                   CIR-Data-Testo(1:4)
               DISPLAY CIR-Titolo
               MOVE 0 TO Circolare-Riga-Idx
               PERFORM UNTIL Circolare-Riga-Idx >= 12
                   ADD 1 TO Circolare-Riga-Idx
                   IF CIR-Riga(Circolare-Riga-Idx) NOT = SPACES
                       DISPLAY CIR-Riga(Circolare-Riga-Idx)
                   END-IF
               END-PERFORM
               MOVE SPACE TO Conferma-Visione
               PERFORM UNTIL Conferma-Visione = "S"
                       OR Conferma-Visione = "s"
                   DISPLAY "Presa visione (S per confermare): "
                   ACCEPT Conferma-Visione
               END-PERFORM
               ACCEPT PV-Data FROM DATE YYYYMMDD
               ACCEPT PV-Ora FROM TIME
               REWRITE Visioni-Record
                   INVALID KEY
                       DISPLAY "Presa visione non registrata"
               END-REWRITE
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

      *Paragrafo 8965-LEGGI-MANUTENZIONE: lo stato della finestra da
      *MANUTENZIONE.DAT; oltre la fine prevista il segnale e' scaduto
      *(il lavoro che l'ha aperta si e' probabilmente interrotto).
      *I passi lanciati dalla catena di fine giornata ereditano la
      *chiave della sua finestra e lavorano dentro di essa
       8965-LEGGI-MANUTENZIONE.
           MOVE "N" TO Manutenzione-Attiva
           MOVE "N" TO Manutenzione-Scaduta
           MOVE "N" TO Manut-Passo-Catena
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
                   MOVE "S" TO Manut-Passo-Catena
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

      *Paragrafo 8980-APRI-MANUTENZIONE: apre la finestra di
      *manutenzione prima di toccare gli archivi. Con la finestra di
      *un altro lavoro ancora aperta si rifiuta; un segnale scaduto
      *(lavoro interrotto) si sostituisce e resta traccia in
      *AUDIT.LOG; come passo della catena di fine giornata si lavora
      *nella finestra della catena
       8980-APRI-MANUTENZIONE.
           MOVE "N" TO Manutenzione-Propria
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manut-Passo-Catena = "S"
               DISPLAY "Passo della catena di fine giornata: si "
                   "lavora nella sua finestra di manutenzione"
           ELSE IF Manutenzione-Attiva = "S"
                   AND Manutenzione-Scaduta NOT = "S"
               PERFORM 8970-MOSTRA-MANUTENZIONE
               DISPLAY "Un altro lavoro sugli archivi e' in corso: "
                   "avvio rifiutato"
               STOP RUN
           ELSE
               IF Manutenzione-Attiva = "S"
                   PERFORM 8970-MOSTRA-MANUTENZIONE
                   DISPLAY "Il segnale scaduto viene sostituito"
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Segnale scaduto di " DELIMITED BY SIZE
                       MN-Programma DELIMITED BY SPACE
                       " sostituito" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
               IF Manut-Operatore = SPACES
                   MOVE "SISTEMA" TO Manut-Operatore
               END-IF
               ACCEPT Manut-Data FROM DATE YYYYMMDD
               ACCEPT Manut-Ora FROM TIME
               MOVE SPACES TO FileManutenzione-Record
               MOVE "A" TO MN-Stato
               MOVE "ChiusuraAnno" TO MN-Programma
               MOVE Manut-Operatore TO MN-Operatore
               MOVE Manut-Motivo TO MN-Motivo
               MOVE Manut-Data TO MN-Data-Inizio
               MOVE Manut-HHMM TO MN-Ora-Inizio
               PERFORM 8985-CALCOLA-FINE
               MOVE Manut-Data TO Manut-Chiave-Propria(1:8)
               MOVE Manut-Ora TO Manut-Chiave-Propria(9:8)
               MOVE Manut-Chiave-Propria TO MN-Chiave
               MOVE FileManutenzione-Record TO Manut-Copia
               OPEN OUTPUT FileManutenzione
               WRITE FileManutenzione-Record
               CLOSE FileManutenzione
               MOVE "S" TO Manutenzione-Propria
               MOVE SPACES TO Audit-Descrizione
               STRING "Inizio manutenzione " DELIMITED BY SIZE
                   MN-Programma DELIMITED BY SPACE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF
           END-IF.

      *Paragrafo 8985-CALCOLA-FINE: la fine prevista della finestra,
      *Manut-Durata-Minuti dopo l'inizio, anche a cavallo della
      *mezzanotte
       8985-CALCOLA-FINE.
           DIVIDE Manut-HHMM BY 100
               GIVING MG-Quoziente REMAINDER MG-Resto
           COMPUTE Manut-Minuti = MG-Quoziente * 60 + MG-Resto
               + Manut-Durata-Minuti
           MOVE Manut-Data TO Manut-Giorno-Dopo
           PERFORM UNTIL Manut-Minuti < 1440
               SUBTRACT 1440 FROM Manut-Minuti
               PERFORM 8986-GIORNO-SUCCESSIVO
           END-PERFORM
           DIVIDE Manut-Minuti BY 60
               GIVING MG-Quoziente REMAINDER MG-Resto
           MOVE Manut-Giorno-Dopo TO MN-Data-Fine
           COMPUTE MN-Ora-Fine = MG-Quoziente * 100 + MG-Resto.

      *Paragrafo 8986-GIORNO-SUCCESSIVO: avanza Manut-Giorno-Dopo di
      *un giorno di calendario civile, con il febbraio bisestile come
      *in Conservazione
       8986-GIORNO-SUCCESSIVO.
           MOVE Manut-Giorno-Dopo(1:4) TO MG-Anno
           MOVE Manut-Giorno-Dopo(5:2) TO MG-Mese
           MOVE Manut-Giorno-Dopo(7:2) TO MG-Giorno
           IF MG-Mese >= 1 AND MG-Mese <= 12
               MOVE MG-Giorni-Mese(MG-Mese) TO MG-Ultimo-Giorno
           ELSE
               MOVE 31 TO MG-Ultimo-Giorno
           END-IF
           IF MG-Mese = 2
               DIVIDE MG-Anno BY 4
                   GIVING MG-Quoziente REMAINDER MG-Resto
               IF MG-Resto = 0
                   DIVIDE MG-Anno BY 100
                       GIVING MG-Quoziente REMAINDER MG-Resto
                   IF MG-Resto NOT = 0
                       MOVE 29 TO MG-Ultimo-Giorno
                   ELSE
                       DIVIDE MG-Anno BY 400
                           GIVING MG-Quoziente REMAINDER MG-Resto
                       IF MG-Resto = 0
                           MOVE 29 TO MG-Ultimo-Giorno
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF MG-Giorno < MG-Ultimo-Giorno
               ADD 1 TO MG-Giorno
           ELSE
               MOVE 1 TO MG-Giorno
               ADD 1 TO MG-Mese
               IF MG-Mese > 12
                   MOVE 1 TO MG-Mese
                   ADD 1 TO MG-Anno
               END-IF
           END-IF
           COMPUTE Manut-Giorno-Dopo = MG-Anno * 10000
               + MG-Mese * 100 + MG-Giorno.

      *Paragrafo 8990-CHIUDI-MANUTENZIONE: a lavoro finito la
      *finestra aperta da questo programma si chiude (stato C: la
      *riga resta come traccia dell'ultimo lavoro); quella ereditata
      *dalla catena la chiude la catena
       8990-CHIUDI-MANUTENZIONE.
           IF Manutenzione-Propria = "S"
               MOVE Manut-Copia TO FileManutenzione-Record
               MOVE "C" TO MN-Stato
               OPEN OUTPUT FileManutenzione
               WRITE FileManutenzione-Record
               CLOSE FileManutenzione
               MOVE "N" TO Manutenzione-Propria
               MOVE SPACES TO Audit-Descrizione
               STRING "Fine manutenzione " DELIMITED BY SIZE
                   MN-Programma DELIMITED BY SPACE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
