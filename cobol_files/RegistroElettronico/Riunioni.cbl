       IDENTIFICATION DIVISION.
       PROGRAM-ID. Riunioni.

      *Calendario delle riunioni collegiali: consigli di classe,
      *collegio dei docenti e dipartimenti si fissavano su carta e
      *chi siede in sei o sette consigli se ne trovava due alla
      *stessa ora, senza che nessuno tenesse il conto delle ore
      *annue dovute. Ogni riunione e' in RIUNIONI.DAT (numero, tipo,
      *classe o materia del dipartimento, data, ora di inizio e di
      *fine, ordine del giorno fino a sei punti, stato C convocata,
      *S svolta con presenze registrate, A annullata). I convocati
      *vengono dalle cattedre in corso alla data della riunione
      *(CATTEDRE.DAT) per i consigli, da DOCENTI.DAT per il collegio
      *(tutti) e per i dipartimenti (chi ha la materia fra le
      *proprie) e diventano righe di RIUNIONI-MEMBRI.DAT con data,
      *orario, durata e presenza. La riunione non si fissa se anche
      *un solo convocato ha gia' un'altra riunione sovrapposta; chi
      *con la nuova supera il monte ore annuo (40 ore per i consigli
      *e 40 per collegio e dipartimenti, come da contratto) viene
      *segnalato. Le convocazioni escono una pagina per convocato
      *su CONVOCAZIONE-<numero>.txt; le presenze (P presente, A
      *assente, G assente giustificato) si registrano a seduta
      *svolta e VerbaleScrutinio ne prende i presenti. Il monte ore
      *per docente dell'anno in corso e' su MONTE-ORE-<anno>.txt.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte, salvo deroga di un amministratore tracciata in AUDIT.LOG;
      *una finestra aperta a sessione in corso si segnala al menu
      *successivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileRiunioni ASSIGN TO 'RIUNIONI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-Numero
               FILE STATUS IS FS-FileRiunioni.
           SELECT FileMembri ASSIGN TO 'RIUNIONI-MEMBRI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-Chiave
               ALTERNATE RECORD KEY IS RM-Sigla
                   WITH DUPLICATES
               FILE STATUS IS FS-FileMembri.
      *Cattedre (CattedreManut): chi insegna in quali classi
           SELECT FileCattedre ASSIGN TO 'CATTEDRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCattedre.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
           SELECT FileOperatori ASSIGN TO 'OPERATORI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOperatori.
      *Circolari al personale (Circolari)
           SELECT FileCircolari ASSIGN TO 'CIRCOLARI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIR-Numero
               FILE STATUS IS FS-FileCircolari.
           SELECT FileVisioni ASSIGN TO 'CIRCOLARI-VISIONI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-Chiave
               ALTERNATE RECORD KEY IS PV-Sigla
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVisioni.
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

       DATA DIVISION.
       FILE SECTION.
      *Tipo CONSIGLIO (RI-Classe), COLLEGIO o DIPARTIMENTO
      *(RI-Materia); orari HHMM; stato C convocata, S svolta, A
      *annullata
       FD  FileRiunioni.
       01  Riunioni-Record.
           05  RI-Numero PIC 9(5).
           05  RI-Tipo PIC X(12).
           05  RI-Classe PIC X(4).
           05  RI-Materia PIC X(20).
           05  RI-Data PIC 9(8).
           05  RI-Data-Testo REDEFINES RI-Data PIC X(8).
           05  RI-Ora-Inizio PIC 9(4).
           05  RI-Ora-Fine PIC 9(4).
           05  RI-Odg-Tab.
               10  RI-Odg OCCURS 6 TIMES PIC X(60).
           05  RI-Autore PIC X(10).
           05  RI-Stato PIC X(1).
      *Un convocato per riunione, con data e orario ripetuti per il
      *controllo delle sovrapposizioni; categoria C consigli, P
      *collegio e dipartimenti; presenza P, A, G (spazio finche' non
      *registrata)
       FD  FileMembri.
       01  Membri-Record.
           05  RM-Chiave.
               10  RM-Numero PIC 9(5).
               10  RM-Sigla PIC X(10).
           05  RM-Data PIC 9(8).
           05  RM-Ora-Inizio PIC 9(4).
           05  RM-Ora-Fine PIC 9(4).
           05  RM-Minuti PIC 9(4).
           05  RM-Categoria PIC X(1).
           05  RM-Presenza PIC X(1).
       FD  FileCattedre.
       01  FileCattedre-Record.
           05  CT-Docente PIC X(10).
           05  CT-Classe PIC X(4).
           05  CT-Materia PIC X(20).
           05  CT-Dal PIC 9(8).
           05  CT-Al PIC 9(8).
           05  CT-Ore PIC 99.
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
       FD  FileOperatori.
       01  FileOperatori-Record.
           05  OP-Sigla PIC X(10).
           05  OP-Password PIC X(20).
           05  OP-Ruolo PIC X(1).
           05  OP-Data-Password PIC X(8).
           05  OP-Tentativi PIC X(1).
           05  OP-Bloccato PIC X(1).
           05  OP-Docente PIC X(10).
      *Circolari e prese visione, come in Circolari
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
       FD  FileOut.
       01  FileOut-Record PIC X(80).
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

       WORKING-STORAGE SECTION.
       01  FS-FileRiunioni PIC XX VALUE SPACES.
       01  FS-FileMembri PIC XX VALUE SPACES.
       01  FS-FileCattedre PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  FS-FileOperatori PIC XX VALUE SPACES.
       01  FS-FileCircolari PIC XX VALUE SPACES.
       01  FS-FileVisioni PIC XX VALUE SPACES.
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
      *Chiave dell'ultima finestra gia' segnalata in sessione
       01  Manutenzione-Avvisata PIC X(16) VALUE SPACES.
       01  Risposta-Deroga PIC X VALUE SPACE.
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-Operatori PIC X VALUE "N".
       01  Fine-Cattedre PIC X VALUE "N".
       01  Fine-Scan PIC X VALUE "N".
       01  Fine-Membri PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  riga PIC X(80).
      *Monte ore annuo in minuti, 40 ore per i consigli e 40 per
      *collegio e dipartimenti
       01  MONTE-MINUTI-CONSIGLI PIC 9(5) VALUE 2400.
       01  MONTE-MINUTI-COLLEGIALI PIC 9(5) VALUE 2400.
      *Accesso
       01  Operatori-Presenti PIC X VALUE "N".
       01  Operatore-Autenticato PIC X VALUE "N".
       01  Operatore-Ruolo PIC X VALUE SPACE.
       01  Operatore-ID PIC X(10) VALUE SPACES.
       01  Sigla-Inserita PIC X(10) VALUE SPACES.
       01  Password-Inserita PIC X(20) VALUE SPACES.
       01  Tentativi-Accesso PIC 9 VALUE 0.
      *Circolari non ancora lette dall'operatore
       01  Fine-Visioni PIC X VALUE "N".
       01  Conferma-Visione PIC X VALUE SPACE.
       01  Circolare-Riga-Idx PIC 99 VALUE 0.
      *Nuova riunione, raccolta prima di comporre il record
       01  Tipo-Scelto PIC 9 VALUE 0.
       01  Tipo-Riunione PIC X(12) VALUE SPACES.
       01  Classe-Inserita PIC X(4) VALUE SPACES.
       01  Materia-Inserita PIC X(20) VALUE SPACES.
       01  Data-Riunione PIC 9(8) VALUE 0.
       01  Data-Riunione-Testo REDEFINES Data-Riunione PIC X(8).
       01  Ora-Inizio PIC 9(4) VALUE 0.
       01  Ora-Fine PIC 9(4) VALUE 0.
       01  Minuti-Inizio PIC 9(4) VALUE 0.
       01  Minuti-Fine PIC 9(4) VALUE 0.
       01  Durata-Minuti PIC 9(4) VALUE 0.
       01  Categoria-Riunione PIC X VALUE SPACE.
       01  Odg-Tab.
           05  Odg-Punto OCCURS 6 TIMES PIC X(60).
       01  Odg-Idx PIC 9 VALUE 0.
       01  Riga-Inserita PIC X(60) VALUE SPACES.
       01  Input-Finito PIC X VALUE "N".
       01  Dati-Validi PIC X VALUE "N".
       01  Numero-Massimo PIC 9(5) VALUE 0.
       01  Numero-Scelto PIC 9(5) VALUE 0.
      *Convocati della nuova riunione
       01  Membri-Tab.
           05  MB-Sigla OCCURS 100 TIMES PIC X(10).
       01  Membri-Cont PIC 999 VALUE 0.
       01  Membri-Idx PIC 999 VALUE 0.
       01  Membro-Nuovo PIC X VALUE "N".
       01  Materia-Idx PIC 9 VALUE 0.
       01  Sovrapposizioni PIC 999 VALUE 0.
       01  Oltre-Monte PIC 999 VALUE 0.
       01  Minuti-Impegnati PIC 9(5) VALUE 0.
       01  Inizio-Anno-Riunione PIC 9(8) VALUE 0.
       01  Fine-Anno-Riunione PIC 9(8) VALUE 0.
       01  Anno-Lavoro PIC 9(4) VALUE 0.
      *Presenze e convocazioni
       01  Presenza-Inserita PIC X VALUE SPACE.
       01  Presenze-Registrate PIC 999 VALUE 0.
       01  Convocazioni-Scritte PIC 999 VALUE 0.
       01  Righe-Cancellate PIC 999 VALUE 0.
       01  Nome-Docente PIC X(40) VALUE SPACES.
       01  Docenti-Aperto PIC X VALUE "N".
       01  Riunione-Descrizione PIC X(40) VALUE SPACES.
      *Monte ore per docente, a rottura di sigla
       01  Sigla-Corrente PIC X(10) VALUE SPACES.
       01  Consigli-Convocati PIC 9(5) VALUE 0.
       01  Consigli-Presenti PIC 9(5) VALUE 0.
       01  Collegiali-Convocati PIC 9(5) VALUE 0.
       01  Collegiali-Presenti PIC 9(5) VALUE 0.
       01  Docenti-Contati PIC 999 VALUE 0.
       01  Docenti-Oltre PIC 999 VALUE 0.
       01  Segnale-Oltre PIC X(5) VALUE SPACES.
       01  Ore-Consigli-Conv PIC X(6) VALUE SPACES.
       01  Ore-Consigli-Pres PIC X(6) VALUE SPACES.
       01  Ore-Collegiali-Conv PIC X(6) VALUE SPACES.
       01  Ore-Collegiali-Pres PIC X(6) VALUE SPACES.
      *Conversioni di orari e date
       01  Ora-Lavoro PIC 9(4) VALUE 0.
       01  Ora-Lavoro-Testo REDEFINES Ora-Lavoro PIC X(4).
       01  Ora-Parte PIC 99 VALUE 0.
       01  Minuti-Parte PIC 99 VALUE 0.
       01  Minuti-Lavoro PIC 9(5) VALUE 0.
       01  Ore-Totali PIC 999 VALUE 0.
       01  Ore-Edit PIC ZZ9.
       01  Minuti-Edit PIC 99.
       01  Ore-for PIC X(6) VALUE SPACES.
       01  Ora-for PIC X(5) VALUE SPACES.
       01  Ora-Inizio-for PIC X(5) VALUE SPACES.
       01  Ora-Fine-for PIC X(5) VALUE SPACES.
       01  Data-Lavoro PIC 9(8) VALUE 0.
       01  Data-Lavoro-Testo REDEFINES Data-Lavoro PIC X(8).
       01  Data-for PIC X(10) VALUE SPACES.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: accesso, archivi e menu'
       0000-MAINLINE.
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8000-CONTROLLA-ACCESSO
           IF Operatori-Presenti = "Y"
                   AND Operatore-Autenticato NOT = "Y"
               DISPLAY "Accesso negato"
               STOP RUN
           END-IF
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           OPEN I-O FileRiunioni
           IF FS-FileRiunioni NOT = "00"
               OPEN OUTPUT FileRiunioni
               CLOSE FileRiunioni
               OPEN I-O FileRiunioni
           END-IF
           OPEN I-O FileMembri
           IF FS-FileMembri NOT = "00"
               OPEN OUTPUT FileMembri
               CLOSE FileMembri
               OPEN I-O FileMembri
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "RIUNIONI COLLEGIALI"
               DISPLAY "1: Fissa una riunione"
               DISPLAY "2: Convocazioni di una riunione"
               DISPLAY "3: Registra le presenze"
               DISPLAY "4: Annulla una riunione"
               DISPLAY "5: Monte ore per docente"
               DISPLAY "6: Elenco delle riunioni"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-FISSA-RIUNIONE
                   WHEN 2 PERFORM 2000-CONVOCAZIONI
                   WHEN 3 PERFORM 3000-PRESENZE
                   WHEN 4 PERFORM 4000-ANNULLA
                   WHEN 5 PERFORM 5000-MONTE-ORE
                   WHEN 6 PERFORM 6000-ELENCO
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FileRiunioni
           CLOSE FileMembri
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO: l'anno in corso da
      *ANNO-CORRENTE.DAT, chiesto se manca
       0500-LEGGI-ANNO.
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF
           IF Anno-Corrente = SPACES
               DISPLAY "Anno scolastico in corso (es. 2025/2026): "
               ACCEPT Anno-Corrente
           END-IF.

      *Paragrafo 1000-FISSA-RIUNIONE: tipo, classe o materia, data,
      *orario e ordine del giorno; i convocati si ricavano da
      *cattedre e docenti e la riunione si registra solo se nessuno
      *di loro ha un'altra riunione sovrapposta
       1000-FISSA-RIUNIONE.
           PERFORM 1050-CHIEDI-DATI
           IF Dati-Validi = "Y"
               PERFORM 1100-COMPONI-MEMBRI
               IF Membri-Cont = 0
                   DISPLAY "Nessuna convocazione: riunione non "
                       "fissata"
                   MOVE "N" TO Dati-Validi
               END-IF
           END-IF
           IF Dati-Validi = "Y"
               PERFORM 1300-CONTROLLA-SOVRAPPOSIZIONI
               IF Sovrapposizioni > 0
                   DISPLAY "Sovrapposizioni: " Sovrapposizioni
                       " - riunione non fissata"
               ELSE
                   PERFORM 1200-PROSSIMO-NUMERO
                   PERFORM 1500-REGISTRA-RIUNIONE
               END-IF
           END-IF.

      *Paragrafo 1050-CHIEDI-DATI: i dati della riunione nei campi
      *di lavoro, controllati (Dati-Validi)
       1050-CHIEDI-DATI.
           MOVE "Y" TO Dati-Validi
           MOVE SPACES TO Classe-Inserita
           MOVE SPACES TO Materia-Inserita
           MOVE SPACES TO Odg-Tab
           DISPLAY "Tipo (1 = consiglio di classe, 2 = collegio dei "
               "docenti, 3 = dipartimento): "
           MOVE 0 TO Tipo-Scelto
           ACCEPT Tipo-Scelto
           EVALUATE Tipo-Scelto
               WHEN 1
                   MOVE "CONSIGLIO" TO Tipo-Riunione
                   MOVE "C" TO Categoria-Riunione
                   DISPLAY "Classe: "
                   ACCEPT Classe-Inserita
                   IF Classe-Inserita = SPACES
                       MOVE "N" TO Dati-Validi
                   END-IF
               WHEN 2
                   MOVE "COLLEGIO" TO Tipo-Riunione
                   MOVE "P" TO Categoria-Riunione
               WHEN 3
                   MOVE "DIPARTIMENTO" TO Tipo-Riunione
                   MOVE "P" TO Categoria-Riunione
                   DISPLAY "Materia del dipartimento (come in "
                       "anagrafica docenti): "
                   ACCEPT Materia-Inserita
                   IF Materia-Inserita = SPACES
                       MOVE "N" TO Dati-Validi
                   END-IF
               WHEN OTHER
                   MOVE "N" TO Dati-Validi
           END-EVALUATE
           IF Dati-Validi = "Y"
               DISPLAY "Data (AAAAMMGG): "
               MOVE 0 TO Data-Riunione
               ACCEPT Data-Riunione
               IF Data-Riunione-Testo(5:2) < "01"
                       OR Data-Riunione-Testo(5:2) > "12"
                       OR Data-Riunione-Testo(7:2) < "01"
                       OR Data-Riunione-Testo(7:2) > "31"
                   MOVE "N" TO Dati-Validi
               END-IF
           END-IF
           IF Dati-Validi = "Y"
               DISPLAY "Ora di inizio (HHMM): "
               MOVE 0 TO Ora-Inizio
               ACCEPT Ora-Inizio
               MOVE Ora-Inizio TO Ora-Lavoro
               PERFORM 8300-MINUTI-ORA
               MOVE Minuti-Lavoro TO Minuti-Inizio
               DISPLAY "Ora di fine (HHMM): "
               MOVE 0 TO Ora-Fine
               ACCEPT Ora-Fine
               MOVE Ora-Fine TO Ora-Lavoro
               PERFORM 8300-MINUTI-ORA
               MOVE Minuti-Lavoro TO Minuti-Fine
               IF Minuti-Fine NOT > Minuti-Inizio
                   MOVE "N" TO Dati-Validi
               ELSE
                   COMPUTE Durata-Minuti = Minuti-Fine - Minuti-Inizio
               END-IF
           END-IF
           IF Dati-Validi = "Y"
               DISPLAY "Ordine del giorno, fino a 6 punti (riga vuota "
                   "per finire):"
               MOVE "N" TO Input-Finito
               MOVE 0 TO Odg-Idx
               PERFORM UNTIL Input-Finito = "Y" OR Odg-Idx >= 6
                   MOVE SPACES TO Riga-Inserita
                   ACCEPT Riga-Inserita
                   IF Riga-Inserita = SPACES
                       MOVE "Y" TO Input-Finito
                   ELSE
                       ADD 1 TO Odg-Idx
                       MOVE Riga-Inserita TO Odg-Punto(Odg-Idx)
                   END-IF
               END-PERFORM
               IF Odg-Idx = 0
                   DISPLAY "L'ordine del giorno e' obbligatorio"
                   MOVE "N" TO Dati-Validi
               END-IF
           ELSE
               DISPLAY "Dati della riunione non validi"
           END-IF.

      *Paragrafo 1100-COMPONI-MEMBRI: per il consiglio i docenti con
      *cattedra in corso nella classe alla data della riunione, per
      *il collegio tutti i docenti, per il dipartimento quelli con
      *la materia fra le proprie
       1100-COMPONI-MEMBRI.
           MOVE 0 TO Membri-Cont
           IF Tipo-Riunione = "CONSIGLIO"
               OPEN INPUT FileCattedre
               IF FS-FileCattedre NOT = "00"
                   DISPLAY "CATTEDRE.DAT assente"
               ELSE
                   MOVE "N" TO Fine-Cattedre
                   PERFORM UNTIL Fine-Cattedre = "S"
                       READ FileCattedre
                           AT END
                               MOVE "S" TO Fine-Cattedre
                           NOT AT END
                               IF CT-Classe = Classe-Inserita
                                       AND CT-Dal <= Data-Riunione
                                       AND CT-Al >= Data-Riunione
                                   MOVE CT-Docente TO Sigla-Inserita
                                   PERFORM 1150-AGGIUNGI-MEMBRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileCattedre
               END-IF
           ELSE
               OPEN INPUT Docenti
               IF FS-Docenti NOT = "00"
                   DISPLAY "DOCENTI.DAT assente"
               ELSE
                   MOVE SPACES TO DC-Sigla
                   MOVE "N" TO Fine-Scan
                   START Docenti KEY IS NOT LESS THAN DC-Sigla
                       INVALID KEY MOVE "S" TO Fine-Scan
                   END-START
                   PERFORM UNTIL Fine-Scan = "S"
                       READ Docenti NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-Scan
                           NOT AT END
                               PERFORM 1120-DOCENTE-CONVOCATO
                       END-READ
                   END-PERFORM
                   CLOSE Docenti
               END-IF
           END-IF
           DISPLAY "Convocazioni: " Membri-Cont.

      *Paragrafo 1120-DOCENTE-CONVOCATO: il docente letto entra nel
      *collegio sempre, nel dipartimento se ha la materia
       1120-DOCENTE-CONVOCATO.
           MOVE DC-Sigla TO Sigla-Inserita
           IF Tipo-Riunione = "COLLEGIO"
               PERFORM 1150-AGGIUNGI-MEMBRO
           ELSE
               MOVE 0 TO Materia-Idx
               PERFORM UNTIL Materia-Idx >= 5
                   ADD 1 TO Materia-Idx
                   IF DC-Materia(Materia-Idx) = Materia-Inserita
                       PERFORM 1150-AGGIUNGI-MEMBRO
                       MOVE 5 TO Materia-Idx
                   END-IF
               END-PERFORM
           END-IF.

      *Paragrafo 1150-AGGIUNGI-MEMBRO: Sigla-Inserita fra i
      *convocati, una volta sola anche con piu' cattedre nella classe
       1150-AGGIUNGI-MEMBRO.
           MOVE "Y" TO Membro-Nuovo
           MOVE 0 TO Membri-Idx
           PERFORM UNTIL Membri-Idx >= Membri-Cont
               ADD 1 TO Membri-Idx
               IF MB-Sigla(Membri-Idx) = Sigla-Inserita
                   MOVE "N" TO Membro-Nuovo
               END-IF
           END-PERFORM
           IF Membro-Nuovo = "Y" AND Sigla-Inserita NOT = SPACES
               IF Membri-Cont < 100
                   ADD 1 TO Membri-Cont
                   MOVE Sigla-Inserita TO MB-Sigla(Membri-Cont)
               ELSE
                   DISPLAY "Troppe convocazioni, esclusa la sigla "
                       Sigla-Inserita
               END-IF
           END-IF.

      *Paragrafo 1200-PROSSIMO-NUMERO: l'ultimo numero di riunione
      *piu' uno
       1200-PROSSIMO-NUMERO.
           MOVE 0 TO Numero-Massimo
           MOVE 0 TO RI-Numero
           MOVE "N" TO Fine-Scan
           START FileRiunioni KEY IS NOT LESS THAN RI-Numero
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileRiunioni NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       MOVE RI-Numero TO Numero-Massimo
               END-READ
           END-PERFORM
           ADD 1 TO Numero-Massimo.

      *Paragrafo 1300-CONTROLLA-SOVRAPPOSIZIONI: per ogni convocato
      *le sue riunioni gia' fissate; quelle dello stesso giorno con
      *orario che si accavalla sono sovrapposizioni, e si contano
      *intanto i minuti gia' impegnati nell'anno scolastico della
      *riunione per la stessa categoria
       1300-CONTROLLA-SOVRAPPOSIZIONI.
           MOVE 0 TO Sovrapposizioni
           MOVE 0 TO Oltre-Monte
           MOVE Data-Riunione-Testo(1:4) TO Anno-Lavoro
           IF Data-Riunione-Testo(5:2) < "09"
               SUBTRACT 1 FROM Anno-Lavoro
           END-IF
           COMPUTE Inizio-Anno-Riunione = Anno-Lavoro * 10000 + 901
           COMPUTE Fine-Anno-Riunione =
               (Anno-Lavoro + 1) * 10000 + 831
           MOVE 0 TO Membri-Idx
           PERFORM UNTIL Membri-Idx >= Membri-Cont
               ADD 1 TO Membri-Idx
               PERFORM 1350-RIUNIONI-DEL-MEMBRO
           END-PERFORM.

      *Paragrafo 1350-RIUNIONI-DEL-MEMBRO: scorre le righe del
      *convocato MB-Sigla(Membri-Idx) per sigla
       1350-RIUNIONI-DEL-MEMBRO.
           MOVE 0 TO Minuti-Impegnati
           MOVE MB-Sigla(Membri-Idx) TO RM-Sigla
           MOVE "N" TO Fine-Membri
           START FileMembri KEY IS = RM-Sigla
               INVALID KEY MOVE "S" TO Fine-Membri
           END-START
           PERFORM UNTIL Fine-Membri = "S"
               READ FileMembri NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Membri
                   NOT AT END
                       IF RM-Sigla NOT = MB-Sigla(Membri-Idx)
                           MOVE "S" TO Fine-Membri
                       ELSE
                           PERFORM 1360-CONFRONTA-RIUNIONE
                       END-IF
               END-READ
           END-PERFORM
           IF Categoria-Riunione = "C"
               IF Minuti-Impegnati + Durata-Minuti
                       > MONTE-MINUTI-CONSIGLI
                   ADD 1 TO Oltre-Monte
                   DISPLAY "Attenzione: " MB-Sigla(Membri-Idx)
                       " supera le 40 ore annue dei consigli"
               END-IF
           ELSE
               IF Minuti-Impegnati + Durata-Minuti
                       > MONTE-MINUTI-COLLEGIALI
                   ADD 1 TO Oltre-Monte
                   DISPLAY "Attenzione: " MB-Sigla(Membri-Idx)
                       " supera le 40 ore annue di collegio e "
                       "dipartimenti"
               END-IF
           END-IF.

      *Paragrafo 1360-CONFRONTA-RIUNIONE: la riga letta si
      *sovrappone alla nuova riunione? Conta i minuti dell'anno
       1360-CONFRONTA-RIUNIONE.
           IF RM-Data = Data-Riunione
                   AND RM-Ora-Inizio < Ora-Fine
                   AND RM-Ora-Fine > Ora-Inizio
               ADD 1 TO Sovrapposizioni
               MOVE RM-Ora-Inizio TO Ora-Lavoro
               PERFORM 8320-FORMATTA-ORA
               MOVE Ora-for TO Ora-Inizio-for
               MOVE RM-Ora-Fine TO Ora-Lavoro
               PERFORM 8320-FORMATTA-ORA
               DISPLAY "Sovrapposizione: " RM-Sigla
                   " ha gia' la riunione n. " RM-Numero
                   " dalle " Ora-Inizio-for " alle " Ora-for
           END-IF
           IF RM-Categoria = Categoria-Riunione
                   AND RM-Data >= Inizio-Anno-Riunione
                   AND RM-Data <= Fine-Anno-Riunione
               ADD RM-Minuti TO Minuti-Impegnati
           END-IF.

      *Paragrafo 1500-REGISTRA-RIUNIONE: la riunione con il nuovo
      *numero e una riga per convocato
       1500-REGISTRA-RIUNIONE.
           MOVE SPACES TO Riunioni-Record
           MOVE Numero-Massimo TO RI-Numero
           MOVE Tipo-Riunione TO RI-Tipo
           MOVE Classe-Inserita TO RI-Classe
           MOVE Materia-Inserita TO RI-Materia
           MOVE Data-Riunione TO RI-Data
           MOVE Ora-Inizio TO RI-Ora-Inizio
           MOVE Ora-Fine TO RI-Ora-Fine
           MOVE Odg-Tab TO RI-Odg-Tab
           MOVE Operatore-ID TO RI-Autore
           MOVE "C" TO RI-Stato
           WRITE Riunioni-Record
               INVALID KEY
                   DISPLAY "Riunione non registrata"
               NOT INVALID KEY
                   MOVE 0 TO Membri-Idx
                   PERFORM UNTIL Membri-Idx >= Membri-Cont
                       ADD 1 TO Membri-Idx
                       MOVE RI-Numero TO RM-Numero
                       MOVE MB-Sigla(Membri-Idx) TO RM-Sigla
                       MOVE RI-Data TO RM-Data
                       MOVE RI-Ora-Inizio TO RM-Ora-Inizio
                       MOVE RI-Ora-Fine TO RM-Ora-Fine
                       MOVE Durata-Minuti TO RM-Minuti
                       MOVE Categoria-Riunione TO RM-Categoria
                       MOVE SPACE TO RM-Presenza
                       WRITE Membri-Record
                           INVALID KEY
                               DISPLAY "Convocazione non "
                                   "registrata: " RM-Sigla
                       END-WRITE
                   END-PERFORM
                   DISPLAY "Riunione n. " RI-Numero " fissata, "
                       "convocazioni: " Membri-Cont
                   IF Oltre-Monte > 0
                       DISPLAY "Docenti oltre il monte ore: "
                           Oltre-Monte
                   END-IF
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Riunione " DELIMITED BY SIZE
                       RI-Numero DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RI-Tipo DELIMITED BY SPACE
                       " del " DELIMITED BY SIZE
                       RI-Data DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
           END-WRITE.

      *Paragrafo 2000-CONVOCAZIONI: una pagina di convocazione per
      *ogni convocato su CONVOCAZIONE-<numero>.txt
       2000-CONVOCAZIONI.
           PERFORM 8200-SCEGLI-RIUNIONE
           IF Numero-Scelto NOT = 0
               IF RI-Stato = "A"
                   DISPLAY "Riunione annullata"
               ELSE
                   MOVE SPACES TO FileOut-Filename
                   STRING "CONVOCAZIONE-" DELIMITED BY SIZE
                       RI-Numero DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO FileOut-Filename
                   OPEN OUTPUT FileOut
                   PERFORM 8410-APRI-DOCENTI
                   PERFORM 4050-DESCRIVI-RIUNIONE
                   MOVE 0 TO Convocazioni-Scritte
                   MOVE RI-Numero TO RM-Numero
                   MOVE LOW-VALUES TO RM-Sigla
                   MOVE "N" TO Fine-Membri
                   START FileMembri KEY IS NOT LESS THAN RM-Chiave
                       INVALID KEY MOVE "S" TO Fine-Membri
                   END-START
                   PERFORM UNTIL Fine-Membri = "S"
                       READ FileMembri NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-Membri
                           NOT AT END
                               IF RM-Numero NOT = RI-Numero
                                   MOVE "S" TO Fine-Membri
                               ELSE
                                   PERFORM 2100-UNA-CONVOCAZIONE
                               END-IF
                       END-READ
                   END-PERFORM
                   IF Docenti-Aperto = "Y"
                       CLOSE Docenti
                   END-IF
                   CLOSE FileOut
                   DISPLAY "Convocazioni: " Convocazioni-Scritte
                   DISPLAY "Convocazioni scritte su " FileOut-Filename
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Convocazioni riunione " DELIMITED BY SIZE
                       RI-Numero DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
           END-IF.

      *Paragrafo 2100-UNA-CONVOCAZIONE: la pagina del convocato
      *RM-Sigla, con data, orario e ordine del giorno
       2100-UNA-CONVOCAZIONE.
           PERFORM 8400-NOME-DOCENTE
           ADD 1 TO Convocazioni-Scritte
           MOVE SPACES TO riga
           STRING "CONVOCAZIONE N. " DELIMITED BY SIZE
               RI-Numero DELIMITED BY SIZE
               INTO riga
           IF Convocazioni-Scritte = 1
               WRITE FileOut-Record FROM riga
           ELSE
               WRITE FileOut-Record FROM riga AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "A: " DELIMITED BY SIZE
               Nome-Docente DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               RM-Sigla DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Si convoca la seduta del " DELIMITED BY SIZE
               Riunione-Descrizione DELIMITED BY "  "
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE RI-Data TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE RI-Ora-Inizio TO Ora-Lavoro
           PERFORM 8320-FORMATTA-ORA
           MOVE Ora-for TO Ora-Inizio-for
           MOVE RI-Ora-Fine TO Ora-Lavoro
           PERFORM 8320-FORMATTA-ORA
           MOVE SPACES TO riga
           STRING "il giorno " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               " dalle " DELIMITED BY SIZE
               Ora-Inizio-for DELIMITED BY SIZE
               " alle " DELIMITED BY SIZE
               Ora-for DELIMITED BY SIZE
               ", con il seguente ordine del giorno:"
                   DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Odg-Idx
           PERFORM UNTIL Odg-Idx >= 6
               ADD 1 TO Odg-Idx
               IF RI-Odg(Odg-Idx) NOT = SPACES
                   MOVE SPACES TO riga
                   STRING "  " DELIMITED BY SIZE
                       Odg-Idx DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       RI-Odg(Odg-Idx) DELIMITED BY SIZE
                       INTO riga
                   WRITE FileOut-Record FROM riga
               END-IF
           END-PERFORM
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE Data-Oggi TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "Data di emissione: " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Il dirigente scolastico" TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 3000-PRESENZE: a seduta svolta, presenza di ogni
      *convocato (P presente, A assente, G assente giustificato);
      *la riunione passa a svolta
       3000-PRESENZE.
           PERFORM 8200-SCEGLI-RIUNIONE
           IF Numero-Scelto NOT = 0
               IF RI-Stato = "A"
                   DISPLAY "Riunione annullata"
               ELSE
                   PERFORM 8410-APRI-DOCENTI
                   MOVE 0 TO Presenze-Registrate
                   MOVE RI-Numero TO RM-Numero
                   MOVE LOW-VALUES TO RM-Sigla
                   MOVE "N" TO Fine-Membri
                   START FileMembri KEY IS NOT LESS THAN RM-Chiave
                       INVALID KEY MOVE "S" TO Fine-Membri
                   END-START
                   PERFORM UNTIL Fine-Membri = "S"
                       READ FileMembri NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-Membri
                           NOT AT END
                               IF RM-Numero NOT = RI-Numero
                                   MOVE "S" TO Fine-Membri
                               ELSE
                                   PERFORM 3100-PRESENZA-MEMBRO
                               END-IF
                       END-READ
                   END-PERFORM
                   IF Docenti-Aperto = "Y"
                       CLOSE Docenti
                   END-IF
                   MOVE "S" TO RI-Stato
                   REWRITE Riunioni-Record
                       INVALID KEY
                           DISPLAY "Stato della riunione non "
                               "aggiornato"
                   END-REWRITE
                   DISPLAY "Presenze registrate: " Presenze-Registrate
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Presenze riunione " DELIMITED BY SIZE
                       RI-Numero DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
           END-IF.

      *Paragrafo 3100-PRESENZA-MEMBRO: presenza del convocato letto
      *(invio lascia quella gia' registrata)
       3100-PRESENZA-MEMBRO.
           PERFORM 8400-NOME-DOCENTE
           MOVE SPACE TO Presenza-Inserita
           PERFORM UNTIL Presenza-Inserita = "P"
                   OR Presenza-Inserita = "A"
                   OR Presenza-Inserita = "G"
                   OR (Presenza-Inserita = SPACE
                       AND RM-Presenza NOT = SPACE)
               DISPLAY RM-Sigla " " Nome-Docente " [" RM-Presenza
                   "] (P presente, A assente, G giustificato): "
               ACCEPT Presenza-Inserita
               INSPECT Presenza-Inserita CONVERTING "pag" TO "PAG"
           END-PERFORM
           IF Presenza-Inserita NOT = SPACE
               MOVE Presenza-Inserita TO RM-Presenza
               REWRITE Membri-Record
                   INVALID KEY
                       DISPLAY "Presenza non registrata: " RM-Sigla
                   NOT INVALID KEY
                       ADD 1 TO Presenze-Registrate
               END-REWRITE
           END-IF.

      *Paragrafo 4000-ANNULLA: la riunione non ancora svolta passa
      *ad annullata e i suoi convocati si liberano (le righe si
      *cancellano, non impegnano ore ne' orari)
       4000-ANNULLA.
           PERFORM 8200-SCEGLI-RIUNIONE
           IF Numero-Scelto NOT = 0
               IF RI-Stato NOT = "C"
                   DISPLAY "Solo una riunione convocata si annulla"
               ELSE
                   MOVE 0 TO Righe-Cancellate
                   MOVE RI-Numero TO RM-Numero
                   MOVE LOW-VALUES TO RM-Sigla
                   MOVE "N" TO Fine-Membri
                   START FileMembri KEY IS NOT LESS THAN RM-Chiave
                       INVALID KEY MOVE "S" TO Fine-Membri
                   END-START
                   PERFORM UNTIL Fine-Membri = "S"
                       READ FileMembri NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-Membri
                           NOT AT END
                               IF RM-Numero NOT = RI-Numero
                                   MOVE "S" TO Fine-Membri
                               ELSE
                                   DELETE FileMembri RECORD
                                       INVALID KEY
                                           CONTINUE
                                       NOT INVALID KEY
                                           ADD 1 TO Righe-Cancellate
                                   END-DELETE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "A" TO RI-Stato
                   REWRITE Riunioni-Record
                       INVALID KEY
                           DISPLAY "Annullamento non registrato"
                   END-REWRITE
                   DISPLAY "Riunione n. " RI-Numero " annullata, "
                       "convocazioni cancellate: " Righe-Cancellate
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Riunione " DELIMITED BY SIZE
                       RI-Numero DELIMITED BY SIZE
                       " annullata" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
           END-IF.

      *Paragrafo 4050-DESCRIVI-RIUNIONE: la riunione in parole
       4050-DESCRIVI-RIUNIONE.
           MOVE SPACES TO Riunione-Descrizione
           EVALUATE RI-Tipo
               WHEN "CONSIGLIO"
                   STRING "consiglio della classe " DELIMITED BY SIZE
                       RI-Classe DELIMITED BY SPACE
                       INTO Riunione-Descrizione
               WHEN "COLLEGIO"
                   MOVE "collegio dei docenti" TO Riunione-Descrizione
               WHEN OTHER
                   STRING "dipartimento di " DELIMITED BY SIZE
                       RI-Materia DELIMITED BY "  "
                       INTO Riunione-Descrizione
           END-EVALUATE.

      *Paragrafo 5000-MONTE-ORE: per docente le ore di consigli e di
      *collegio e dipartimenti dell'anno in corso, convocate e di
      *presenza, contro il monte ore annuo, su MONTE-ORE-<anno>.txt
       5000-MONTE-ORE.
           PERFORM 0500-LEGGI-ANNO
           MOVE Anno-Corrente(1:4) TO Anno-Lavoro
           COMPUTE Inizio-Anno-Riunione = Anno-Lavoro * 10000 + 901
           COMPUTE Fine-Anno-Riunione =
               (Anno-Lavoro + 1) * 10000 + 831
           MOVE SPACES TO FileOut-Filename
           STRING "MONTE-ORE-" DELIMITED BY SIZE
               Anno-Corrente(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               Anno-Corrente(6:4) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE SPACES TO riga
           STRING "Monte ore delle riunioni collegiali - anno "
               DELIMITED BY SIZE
               Anno-Corrente DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SPACES TO riga
           STRING "Limite annuo: 40 ore consigli, " DELIMITED BY SIZE
               "40 ore collegio e dipartimenti" DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           MOVE "Sigla" TO riga(1:5)
           MOVE "Docente" TO riga(12:7)
           MOVE "Consigli conv/pres" TO riga(38:18)
           MOVE "Coll.-dip. conv/pres" TO riga(58:20)
           WRITE FileOut-Record FROM riga
           PERFORM 8410-APRI-DOCENTI
           MOVE 0 TO Docenti-Contati
           MOVE 0 TO Docenti-Oltre
           MOVE SPACES TO Sigla-Corrente
           MOVE LOW-VALUES TO RM-Sigla
           MOVE "N" TO Fine-Membri
           START FileMembri KEY IS NOT LESS THAN RM-Sigla
               INVALID KEY MOVE "S" TO Fine-Membri
           END-START
           PERFORM UNTIL Fine-Membri = "S"
               READ FileMembri NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Membri
                   NOT AT END
                       IF RM-Data >= Inizio-Anno-Riunione
                               AND RM-Data <= Fine-Anno-Riunione
                           IF RM-Sigla NOT = Sigla-Corrente
                               PERFORM 5100-RIGA-DOCENTE
                               MOVE RM-Sigla TO Sigla-Corrente
                           END-IF
                           PERFORM 5050-ACCUMULA
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 5100-RIGA-DOCENTE
           IF Docenti-Aperto = "Y"
               CLOSE Docenti
           END-IF
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Docenti: " DELIMITED BY SIZE
               Docenti-Contati DELIMITED BY SIZE
               "   oltre il monte ore: " DELIMITED BY SIZE
               Docenti-Oltre DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           CLOSE FileOut
           DISPLAY "Docenti: " Docenti-Contati "  oltre il monte ore: "
               Docenti-Oltre
           DISPLAY "Report scritto su " FileOut-Filename.

      *Paragrafo 5050-ACCUMULA: minuti della riga letta per
      *categoria, convocati e di presenza
       5050-ACCUMULA.
           IF RM-Categoria = "C"
               ADD RM-Minuti TO Consigli-Convocati
               IF RM-Presenza = "P"
                   ADD RM-Minuti TO Consigli-Presenti
               END-IF
           ELSE
               ADD RM-Minuti TO Collegiali-Convocati
               IF RM-Presenza = "P"
                   ADD RM-Minuti TO Collegiali-Presenti
               END-IF
           END-IF.

      *Paragrafo 5100-RIGA-DOCENTE: chiude il docente Sigla-Corrente
      *(se c'e') con la sua riga e azzera i totali
       5100-RIGA-DOCENTE.
           IF Sigla-Corrente NOT = SPACES
               ADD 1 TO Docenti-Contati
               MOVE SPACES TO Segnale-Oltre
               IF Consigli-Convocati > MONTE-MINUTI-CONSIGLI
                       OR Collegiali-Convocati > MONTE-MINUTI-COLLEGIALI
                   MOVE "OLTRE" TO Segnale-Oltre
                   ADD 1 TO Docenti-Oltre
               END-IF
               MOVE Consigli-Convocati TO Minuti-Lavoro
               PERFORM 8310-FORMATTA-MINUTI
               MOVE Ore-for TO Ore-Consigli-Conv
               MOVE Consigli-Presenti TO Minuti-Lavoro
               PERFORM 8310-FORMATTA-MINUTI
               MOVE Ore-for TO Ore-Consigli-Pres
               MOVE Collegiali-Convocati TO Minuti-Lavoro
               PERFORM 8310-FORMATTA-MINUTI
               MOVE Ore-for TO Ore-Collegiali-Conv
               MOVE Collegiali-Presenti TO Minuti-Lavoro
               PERFORM 8310-FORMATTA-MINUTI
               MOVE Ore-for TO Ore-Collegiali-Pres
               MOVE Sigla-Corrente TO RM-Sigla
               PERFORM 8400-NOME-DOCENTE
               MOVE SPACES TO riga
               MOVE Sigla-Corrente TO riga(1:10)
               MOVE Nome-Docente TO riga(12:25)
               MOVE Ore-Consigli-Conv TO riga(38:6)
               MOVE "/" TO riga(44:1)
               MOVE Ore-Consigli-Pres TO riga(45:6)
               MOVE Ore-Collegiali-Conv TO riga(58:6)
               MOVE "/" TO riga(64:1)
               MOVE Ore-Collegiali-Pres TO riga(65:6)
               MOVE Segnale-Oltre TO riga(73:5)
               WRITE FileOut-Record FROM riga
           END-IF
           MOVE 0 TO Consigli-Convocati
           MOVE 0 TO Consigli-Presenti
           MOVE 0 TO Collegiali-Convocati
           MOVE 0 TO Collegiali-Presenti.

      *Paragrafo 6000-ELENCO: le riunioni con data, orario, tipo e
      *stato
       6000-ELENCO.
           MOVE 0 TO RI-Numero
           MOVE "N" TO Fine-Scan
           START FileRiunioni KEY IS NOT LESS THAN RI-Numero
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileRiunioni NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       PERFORM 4050-DESCRIVI-RIUNIONE
                       MOVE RI-Data TO Data-Lavoro
                       PERFORM 8100-FORMATTA-DATA
                       MOVE RI-Ora-Inizio TO Ora-Lavoro
                       PERFORM 8320-FORMATTA-ORA
                       MOVE Ora-for TO Ora-Inizio-for
                       MOVE RI-Ora-Fine TO Ora-Lavoro
                       PERFORM 8320-FORMATTA-ORA
                       DISPLAY RI-Numero " " Data-for " "
                           Ora-Inizio-for "-" Ora-for " " RI-Stato " "
                           Riunione-Descrizione
               END-READ
           END-PERFORM.

      *Paragrafo 8100-FORMATTA-DATA: Data-Lavoro (AAAAMMGG) in
      *Data-for come GG/MM/AAAA
       8100-FORMATTA-DATA.
           MOVE SPACES TO Data-for
           STRING Data-Lavoro-Testo(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Lavoro-Testo(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Lavoro-Testo(1:4) DELIMITED BY SIZE
               INTO Data-for.

      *Paragrafo 8200-SCEGLI-RIUNIONE: il numero di una riunione,
      *letta in Riunioni-Record (Numero-Scelto 0 se non c'e')
       8200-SCEGLI-RIUNIONE.
           DISPLAY "Numero della riunione: "
           MOVE 0 TO Numero-Scelto
           ACCEPT Numero-Scelto
           MOVE Numero-Scelto TO RI-Numero
           READ FileRiunioni
               INVALID KEY
                   DISPLAY "Riunione inesistente"
                   MOVE 0 TO Numero-Scelto
           END-READ.

      *Paragrafo 8300-MINUTI-ORA: Ora-Lavoro (HHMM) in minuti dalla
      *mezzanotte; un orario impossibile da' zero
       8300-MINUTI-ORA.
           DIVIDE Ora-Lavoro BY 100 GIVING Ora-Parte
               REMAINDER Minuti-Parte
           IF Ora-Parte > 23 OR Minuti-Parte > 59
               MOVE 0 TO Minuti-Lavoro
           ELSE
               COMPUTE Minuti-Lavoro = Ora-Parte * 60 + Minuti-Parte
           END-IF.

      *Paragrafo 8310-FORMATTA-MINUTI: Minuti-Lavoro in Ore-for come
      *ore:minuti
       8310-FORMATTA-MINUTI.
           DIVIDE Minuti-Lavoro BY 60 GIVING Ore-Totali
               REMAINDER Minuti-Parte
           MOVE Ore-Totali TO Ore-Edit
           MOVE Minuti-Parte TO Minuti-Edit
           MOVE SPACES TO Ore-for
           STRING Ore-Edit DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               Minuti-Edit DELIMITED BY SIZE
               INTO Ore-for.

      *Paragrafo 8320-FORMATTA-ORA: Ora-Lavoro (HHMM) in Ora-for
      *come HH:MM
       8320-FORMATTA-ORA.
           MOVE SPACES TO Ora-for
           STRING Ora-Lavoro-Testo(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               Ora-Lavoro-Testo(3:2) DELIMITED BY SIZE
               INTO Ora-for.

      *Paragrafo 8400-NOME-DOCENTE: cognome e nome del docente
      *RM-Sigla da DOCENTI.DAT (gia' aperto), vuoto se non c'e'
       8400-NOME-DOCENTE.
           MOVE SPACES TO Nome-Docente
           IF Docenti-Aperto = "Y"
               MOVE RM-Sigla TO DC-Sigla
               READ Docenti
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING DC-Cognome DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           DC-Nome DELIMITED BY "  "
                           INTO Nome-Docente
               END-READ
           END-IF.

      *Paragrafo 8410-APRI-DOCENTI: DOCENTI.DAT in lettura per i
      *nomi, se c'e' (Docenti-Aperto)
       8410-APRI-DOCENTI.
           MOVE "N" TO Docenti-Aperto
           OPEN INPUT Docenti
           IF FS-Docenti = "00"
               MOVE "Y" TO Docenti-Aperto
           END-IF.

      *Paragrafo 8000-CONTROLLA-ACCESSO: credenziali su
      *OPERATORI.DAT (fino a tre tentativi); con il file assente si
      *entra liberi, e' la prima configurazione del sistema
       8000-CONTROLLA-ACCESSO.
           OPEN INPUT FileOperatori
           IF FS-FileOperatori NOT = "00"
               MOVE "N" TO Operatori-Presenti
               MOVE "A" TO Operatore-Ruolo
               MOVE "Y" TO Operatore-Autenticato
           ELSE
               CLOSE FileOperatori
               MOVE "Y" TO Operatori-Presenti
               MOVE 0 TO Tentativi-Accesso
               MOVE "N" TO Operatore-Autenticato
               PERFORM UNTIL Operatore-Autenticato = "Y"
                       OR Tentativi-Accesso NOT < 3
                   DISPLAY "Sigla operatore: "
                   ACCEPT Sigla-Inserita
                   DISPLAY "Password: "
                   ACCEPT Password-Inserita
                   OPEN INPUT FileOperatori
                   MOVE "N" TO Fine-Operatori
                   PERFORM UNTIL Fine-Operatori = "S"
                       READ FileOperatori
                           AT END
                               MOVE "S" TO Fine-Operatori
                           NOT AT END
                               IF OP-Sigla = Sigla-Inserita
                                       AND OP-Password
                                           = Password-Inserita
                                       AND OP-Bloccato NOT = "B"
                                   MOVE "Y" TO Operatore-Autenticato
                                   MOVE OP-Ruolo TO Operatore-Ruolo
                                   MOVE Sigla-Inserita
                                       TO Operatore-ID
                                   MOVE "S" TO Fine-Operatori
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileOperatori
                   IF Operatore-Autenticato NOT = "Y"
                       ADD 1 TO Tentativi-Accesso
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

      *Paragrafo 8960-CONTROLLA-MANUTENZIONE: con la finestra di
      *manutenzione aperta (MANUTENZIONE.DAT) un lavoro sugli archivi
      *interi e' in corso e il programma non parte; un amministratore
      *autenticato puo' avviarlo comunque, con la deroga tracciata
       8960-CONTROLLA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
               PERFORM 8970-MOSTRA-MANUTENZIONE
               MOVE "N" TO Risposta-Deroga
               IF Operatori-Presenti = "Y"
                       AND Operatore-Autenticato = "Y"
                       AND Operatore-Ruolo = "A"
                   DISPLAY "Avviare comunque come amministratore? "
                       "(S/N): "
                   ACCEPT Risposta-Deroga
               END-IF
               IF Risposta-Deroga NOT = "S"
                       AND Risposta-Deroga NOT = "s"
                   DISPLAY "Programma non avviato: riprovare a "
                       "lavoro concluso"
                   STOP RUN
               END-IF
               MOVE MN-Chiave TO Manutenzione-Avvisata
               MOVE SPACES TO Audit-Descrizione
               STRING "Deroga manutenzione " DELIMITED BY SIZE
                   Operatore-ID DELIMITED BY SPACE
                   " Riunioni" DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
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

      *Paragrafo 8975-AVVISA-MANUTENZIONE: una finestra aperta a
      *sessione gia' avviata si segnala al prompt successivo, una
      *volta per finestra, perche' l'operatore concluda ed esca
       8975-AVVISA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
                   AND MN-Chiave NOT = Manutenzione-Avvisata
               MOVE MN-Chiave TO Manutenzione-Avvisata
               PERFORM 8970-MOSTRA-MANUTENZIONE
               DISPLAY "Concludere l'operazione in corso e uscire: "
                   "il lavoro sugli archivi e' gia' partito"
           END-IF.

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *descrizione ad AUDIT.LOG
       9000-SCRIVI-AUDIT.
           OPEN EXTEND FileAudit
           IF FS-FileAudit NOT = "00"
               OPEN OUTPUT FileAudit
           END-IF
           ACCEPT Audit-Data FROM DATE YYYYMMDD
           ACCEPT Audit-Ora FROM TIME
           MOVE SPACES TO FileAudit-Record
           STRING Audit-Data DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Ora DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Descrizione DELIMITED BY SIZE
               INTO FileAudit-Record
           WRITE FileAudit-Record
           CLOSE FileAudit.

       END PROGRAM Riunioni.
