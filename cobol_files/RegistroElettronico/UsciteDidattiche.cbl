       IDENTIFICATION DIVISION.
       PROGRAM-ID. UsciteDidattiche.

      *Registro delle uscite didattiche e dei viaggi di istruzione
      *(USCITE.DAT): meta, date di partenza e di rientro, ore di
      *lezione al giorno, fino a cinque classi, fino a sei docenti
      *accompagnatori e un docente organizzatore, tutti verificati
      *su DOCENTI.DAT. Creando l'uscita si genera l'elenco dei
      *partecipanti (USCITE-PARTECIPANTI.DAT) con gli studenti
      *frequentanti delle classi, in attesa di autorizzazione; la
      *segreteria registra poi l'autorizzazione firmata (o negata)
      *e il tutore di TUTORI.DAT che l'ha firmata, al posto dei
      *moduli cartacei dell'organizzatore. I non partecipanti vanno
      *affidati per quei giorni a una classe di appoggio (foglio
      *AFFIDI-USCITA-<numero>.txt). La conferma dell'uscita
      *controlla il rapporto minimo di un accompagnatore ogni
      *quindici partecipanti e registra ogni giorno di uscita in
      *ASSENZE.DAT come attivita' fuori sede (giustificazione "F"):
      *lo studente non risulta assente e le ore non pesano sul
      *monte ore. La scheda emergenze (EMERGENZE-USCITA-<numero>
      *.txt) da' all'organizzatore il recapito del tutore con
      *priorita' piu' alta di ogni partecipante.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *I giorni fuori sede si scrivono solo sui giorni di lezione
      *del calendario GIORNI.DAT (GiorniManut), ciascuno con le sue
      *ore di lezione; per i giorni non ancora registrati a
      *calendario valgono la regola di prima (domenica esclusa) e
      *le ore di lezione al giorno dell'uscita.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileUscite ASSIGN TO 'USCITE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-Numero
               FILE STATUS IS FS-FileUscite.
           SELECT FilePartecipanti
               ASSIGN TO 'USCITE-PARTECIPANTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-Chiave
               FILE STATUS IS FS-FilePartecipanti.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
      *Registro dei tutori (StudentiMaster): chi firma
      *l'autorizzazione e chi chiamare in emergenza
           SELECT FileTutori ASSIGN TO 'TUTORI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileTutori.
      *Eventi di assenza (vedi RegistroElettronico): i giorni di
      *uscita vi entrano come attivita' fuori sede
           SELECT FileAssenze ASSIGN TO 'ASSENZE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-Chiave
               FILE STATUS IS FS-FileAssenze.
      *Calendario giornaliero (GiorniManut): tipo del giorno e ore
      *di lezione
           SELECT FileGiorni ASSIGN TO 'GIORNI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GG-Data
               FILE STATUS IS FS-FileGiorni.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
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
      *Un'uscita: stato P = programmata, C = confermata (giorni
      *gia' registrati in ASSENZE.DAT)
       FD  FileUscite.
       01  Uscite-Record.
           05  US-Numero PIC 9(4).
           05  US-Anno PIC X(9).
           05  US-Destinazione PIC X(40).
           05  US-Dal PIC 9(8).
           05  US-Al PIC 9(8).
           05  US-Ore-Giorno PIC 99.
           05  US-Classi-Tab.
               10  US-Classe OCCURS 5 TIMES PIC X(4).
           05  US-Accompagnatori-Tab.
               10  US-Accompagnatore OCCURS 6 TIMES PIC X(10).
           05  US-Organizzatore PIC X(10).
           05  US-Stato PIC X(1).
               88  US-Confermata VALUE "C".
      *Un partecipante: autorizzazione A = firmata (partecipa),
      *N = negata (non partecipa), in bianco = in attesa
       FD  FilePartecipanti.
       01  Partecipanti-Record.
           05  UP-Chiave.
               10  UP-Numero PIC 9(4).
               10  UP-ID-Studente PIC 9(6).
           05  UP-Classe PIC X(4).
           05  UP-Autorizzazione PIC X(1).
               88  UP-Autorizzato VALUE "A".
               88  UP-Negato VALUE "N".
           05  UP-Tutore PIC X(40).
           05  UP-Data-Autorizzazione PIC 9(8).
           05  UP-Classe-Appoggio PIC X(4).
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
               88  ST-Esterno-Si VALUE "E".
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
       FD  FileTutori.
       01  FileTutori-Record.
           05  TU-ID-Studente PIC 9(6).
           05  TU-Nome PIC X(40).
           05  TU-Relazione PIC X(10).
           05  TU-Canale PIC X(8).
           05  TU-Recapito PIC X(40).
           05  TU-Priorita PIC 9(1).
       FD  FileAssenze.
       01  FileAssenze-Record.
           05  AS-Chiave.
               10  AS-ID-Studente PIC 9(6).
               10  AS-Data PIC 9(8).
               10  AS-Progressivo PIC 9(2).
           05  AS-Ore PIC 99.
           05  AS-Giustificata PIC X(1).
       FD  FileGiorni.
       01  FileGiorni-Record.
           05  GG-Data PIC 9(8).
           05  GG-Anno PIC X(9).
           05  GG-Tipo PIC X(1).
               88  GG-Lezione VALUE "L".
           05  GG-Ore PIC 9(1).
           05  GG-Descrizione PIC X(30).
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
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
       FD  FileAudit.
       01  FileAudit-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-FileUscite PIC XX VALUE SPACES.
       01  FS-FilePartecipanti PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-FileTutori PIC XX VALUE SPACES.
       01  FS-FileAssenze PIC XX VALUE SPACES.
       01  FS-FileGiorni PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
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
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  riga PIC X(80).
      *Un accompagnatore ogni quindici partecipanti (C.M. 291/1992)
       01  Partecipanti-Per-Docente PIC 99 VALUE 15.
       01  Uscita-Scelta PIC 9(4) VALUE 0.
       01  Uscita-Trovata PIC X VALUE "N".
           88  Uscita-Trovata-Si VALUE "Y".
       01  Uscita-Numero-for PIC 9(4) VALUE 0.
       01  Dati-Validi PIC X VALUE "N".
       01  Fine-Elenco PIC X VALUE "N".
       01  Fine-Partecipanti PIC X VALUE "N".
       01  Fine-Studenti PIC X VALUE "N".
       01  Fine-Tutori PIC X VALUE "N".
       01  Classe-Idx PIC 9 VALUE 0.
       01  Classe-Cerca-Idx PIC 9 VALUE 0.
       01  Classi-Inserite PIC 9 VALUE 0.
       01  Classe-Inserita PIC X(4) VALUE SPACES.
       01  Classe-Gia-Scelta PIC X VALUE "N".
       01  Doc-Idx PIC 9 VALUE 0.
       01  Doc-Cerca-Idx PIC 9 VALUE 0.
       01  Docenti-Inseriti PIC 9 VALUE 0.
       01  Docente-Inserito PIC X(10) VALUE SPACES.
       01  Docente-Doppio PIC X VALUE "N".
       01  Docente-Trovato PIC X VALUE "N".
           88  Docente-Trovato-Si VALUE "Y".
       01  Classe-Trovata PIC X VALUE "N".
           88  Classe-Trovata-Si VALUE "Y".
      *Conteggi dei partecipanti di un'uscita
       01  Iscritti-Uscita PIC 999 VALUE 0.
       01  Autorizzati PIC 999 VALUE 0.
       01  Negati PIC 999 VALUE 0.
       01  In-Attesa PIC 999 VALUE 0.
       01  Senza-Appoggio PIC 999 VALUE 0.
       01  Accompagnatori-Minimi PIC 99 VALUE 0.
       01  Resto-Rapporto PIC 99 VALUE 0.
      *Autorizzazioni
       01  Matricola-Scelta PIC 9(6) VALUE 0.
       01  Risposta-Autorizzazione PIC X VALUE SPACE.
       01  Priorita-Scelta PIC 9 VALUE 0.
       01  Tutori-Elencati PIC 99 VALUE 0.
       01  Tutore-Firmatario PIC X(40) VALUE SPACES.
      *Tutore di riferimento per la scheda emergenze
       01  Tutore-Priorita-Min PIC 9 VALUE 0.
       01  Tutore-Emergenza PIC X(105) VALUE SPACES.
      *Registrazione dei giorni fuori sede
       01  Giorni-Registrati PIC 9(5) VALUE 0.
       01  Assenza-Scritta PIC X VALUE "N".
       01  Assenza-Tentativi PIC 99 VALUE 0.
      *Scorrimento del calendario civile, con la stessa tabella
      *mesi/bisestili di CalendarioManut
       01  Giorno-Dopo PIC 9(8) VALUE 0.
       01  GD-Anno PIC 9(4) VALUE 0.
       01  GD-Mese PIC 99 VALUE 0.
       01  GD-Giorno PIC 99 VALUE 0.
       01  GD-Ultimo-Giorno PIC 99 VALUE 0.
       01  Quoziente-Bisestile PIC 9(4) VALUE 0.
       01  Resto-Bisestile PIC 9(4) VALUE 0.
       01  Giorni-Mese-Dati.
           05  FILLER PIC X(24)
               VALUE "312831303130313130313031".
       01  Giorni-Mese-Tab REDEFINES Giorni-Mese-Dati.
           05  Giorni-Mese OCCURS 12 TIMES PIC 99.
      *Giorno della settimana (1=lunedi'..7=domenica) con la
      *congruenza di Zeller: la domenica non si registra
       01  Giorno-Settimana PIC 9 VALUE 0.
      *Controllo del giorno su GIORNI.DAT (vedi 9600)
       01  Giorno-Registrato PIC X VALUE "N".
       01  Giorno-Di-Lezione PIC X VALUE "Y".
       01  Giorno-Ore-Lezione PIC 9 VALUE 0.
       01  ZL-Anno PIC 9(4) VALUE 0.
       01  ZL-Mese PIC 99 VALUE 0.
       01  ZL-Secolo PIC 99 VALUE 0.
       01  ZL-Anno-Secolo PIC 99 VALUE 0.
       01  ZL-Somma PIC 9(5) VALUE 0.
       01  ZL-Termine-Mese PIC 9(3) VALUE 0.
       01  ZL-Quarto-Anno PIC 99 VALUE 0.
       01  ZL-Quarto-Secolo PIC 99 VALUE 0.
       01  ZL-Quoziente PIC 9(5) VALUE 0.
       01  ZL-Resto PIC 9 VALUE 0.
       01  Data-Lavoro PIC 9(8) VALUE 0.
       01  Data-Lavoro-Testo REDEFINES Data-Lavoro PIC X(8).
       01  Data-for PIC X(10) VALUE SPACES.
       01  Data-Al-for PIC X(10) VALUE SPACES.
       01  Contatore-for PIC ZZ9.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: apre il registro delle uscite e mostra
      *il menu'
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 0500-LEGGI-ANNO
           OPEN I-O FileUscite
           IF FS-FileUscite NOT = "00"
               OPEN OUTPUT FileUscite
               CLOSE FileUscite
               OPEN I-O FileUscite
           END-IF
           OPEN I-O FilePartecipanti
           IF FS-FilePartecipanti NOT = "00"
               OPEN OUTPUT FilePartecipanti
               CLOSE FilePartecipanti
               OPEN I-O FilePartecipanti
           END-IF
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
               CLOSE FileUscite
               CLOSE FilePartecipanti
               STOP RUN
           END-IF
           OPEN INPUT Docenti
           IF FS-Docenti NOT = "00"
               DISPLAY "Impossibile aprire DOCENTI.DAT"
               CLOSE FileUscite
               CLOSE FilePartecipanti
               CLOSE Studenti
               STOP RUN
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "USCITE DIDATTICHE E VIAGGI DI ISTRUZIONE"
               DISPLAY "1: Nuova uscita"
               DISPLAY "2: Accompagnatori di un'uscita"
               DISPLAY "3: Autorizzazioni delle famiglie"
               DISPLAY "4: Classi di appoggio dei non partecipanti"
               DISPLAY "5: Conferma e registrazione fuori sede"
               DISPLAY "6: Scheda emergenze per l'organizzatore"
               DISPLAY "7: Elenco uscite"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-NUOVA-USCITA
                   WHEN 2 PERFORM 2000-ACCOMPAGNATORI
                   WHEN 3 PERFORM 3000-AUTORIZZAZIONI
                   WHEN 4 PERFORM 4000-APPOGGIO
                   WHEN 5 PERFORM 5000-CONFERMA
                   WHEN 6 PERFORM 6000-SCHEDA-EMERGENZE
                   WHEN 7 PERFORM 7000-ELENCO
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FileUscite
           CLOSE FilePartecipanti
           CLOSE Studenti
           CLOSE Docenti
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO: l'anno scolastico in corso da
      *ANNO-CORRENTE.DAT, chiesto a video se il file manca
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
               DISPLAY "Anno scolastico (es. 2025/2026): "
               ACCEPT Anno-Corrente
           END-IF.

      *Paragrafo 1000-NUOVA-USCITA: meta, date, classi e docenti;
      *il numero e' il massimo registrato piu' uno, e l'elenco dei
      *partecipanti nasce dagli studenti frequentanti delle classi
       1000-NUOVA-USCITA.
           MOVE SPACES TO Uscite-Record
           PERFORM 1100-PROSSIMO-NUMERO
           MOVE Anno-Corrente TO US-Anno
           MOVE "P" TO US-Stato
           MOVE "Y" TO Dati-Validi
           DISPLAY "Meta / descrizione: "
           ACCEPT US-Destinazione
           DISPLAY "Data di partenza (AAAAMMGG): "
           ACCEPT US-Dal
           DISPLAY "Data di rientro (AAAAMMGG, invio = stesso "
               "giorno): "
           MOVE 0 TO US-Al
           ACCEPT US-Al
           IF US-Al = 0
               MOVE US-Dal TO US-Al
           END-IF
           DISPLAY "Ore di lezione al giorno per i giorni non "
               "registrati a calendario (es. 5): "
           ACCEPT US-Ore-Giorno
           IF US-Destinazione = SPACES
               DISPLAY "Meta mancante"
               MOVE "N" TO Dati-Validi
           ELSE IF US-Dal < 19000101 OR US-Dal(5:2) < "01"
                   OR US-Dal(5:2) > "12" OR US-Dal(7:2) < "01"
                   OR US-Dal(7:2) > "31"
               DISPLAY "Data di partenza non valida"
               MOVE "N" TO Dati-Validi
           ELSE IF US-Al < US-Dal OR US-Al(5:2) < "01"
                   OR US-Al(5:2) > "12" OR US-Al(7:2) < "01"
                   OR US-Al(7:2) > "31"
               DISPLAY "Data di rientro non valida"
               MOVE "N" TO Dati-Validi
           ELSE IF US-Ore-Giorno = 0 OR US-Ore-Giorno > 10
               DISPLAY "Ore giornaliere non valide"
               MOVE "N" TO Dati-Validi
           END-IF
           END-IF
           END-IF
           END-IF
           IF Dati-Validi = "Y"
               PERFORM 1200-CHIEDI-CLASSI
               IF Classi-Inserite = 0
                   DISPLAY "Nessuna classe: uscita non registrata"
                   MOVE "N" TO Dati-Validi
               END-IF
           END-IF
           IF Dati-Validi = "Y"
               PERFORM 2100-CHIEDI-ACCOMPAGNATORI
               PERFORM 2200-CHIEDI-ORGANIZZATORE
               WRITE Uscite-Record
                   INVALID KEY
                       DISPLAY "Uscita non registrata"
                       MOVE "N" TO Dati-Validi
               END-WRITE
           END-IF
           IF Dati-Validi = "Y"
               PERFORM 1300-GENERA-PARTECIPANTI
               MOVE Iscritti-Uscita TO Contatore-for
               DISPLAY "Uscita n. " US-Numero " registrata con "
                   Contatore-for " studenti in attesa di "
                   "autorizzazione"
               MOVE SPACES TO Audit-Descrizione
               STRING "Uscita " DELIMITED BY SIZE
                   US-Numero DELIMITED BY SIZE
                   " registrata" DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 1100-PROSSIMO-NUMERO: il massimo numero di uscita
      *registrato piu' uno, in US-Numero
       1100-PROSSIMO-NUMERO.
           MOVE 0 TO Uscita-Numero-for
           MOVE 0 TO US-Numero
           START FileUscite KEY IS NOT LESS THAN US-Numero
               INVALID KEY MOVE "S" TO Fine-Elenco
               NOT INVALID KEY MOVE "N" TO Fine-Elenco
           END-START
           PERFORM UNTIL Fine-Elenco = "S"
               READ FileUscite NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Elenco
                   NOT AT END
                       MOVE US-Numero TO Uscita-Numero-for
               END-READ
           END-PERFORM
           MOVE SPACES TO Uscite-Record
           COMPUTE US-Numero = Uscita-Numero-for + 1.

      *Paragrafo 1200-CHIEDI-CLASSI: fino a cinque classi, ciascuna
      *presente in CLASSI.DAT e non ripetuta; invio vuoto termina
       1200-CHIEDI-CLASSI.
           MOVE 0 TO Classi-Inserite
           OPEN INPUT Classi
           MOVE "N" TO Fine-Elenco
           PERFORM UNTIL Fine-Elenco = "S" OR Classi-Inserite >= 5
               DISPLAY "Classe partecipante (invio = fine): "
               MOVE SPACES TO Classe-Inserita
               ACCEPT Classe-Inserita
               INSPECT Classe-Inserita
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF Classe-Inserita = SPACES
                   MOVE "S" TO Fine-Elenco
               ELSE
                   PERFORM 1250-VERIFICA-CLASSE
                   PERFORM 1260-CLASSE-IN-USCITA
                   IF NOT Classe-Trovata-Si
                       DISPLAY "Classe non presente in CLASSI.DAT"
                   ELSE IF Classe-Gia-Scelta = "Y"
                       DISPLAY "Classe gia' indicata"
                   ELSE
                       ADD 1 TO Classi-Inserite
                       MOVE Classe-Inserita
                           TO US-Classe(Classi-Inserite)
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF FS-Classi = "00"
               CLOSE Classi
           END-IF.

      *Paragrafo 1250-VERIFICA-CLASSE: Classe-Inserita esiste in
      *CLASSI.DAT (senza anagrafica classi ogni codice e' buono)
       1250-VERIFICA-CLASSE.
           MOVE "Y" TO Classe-Trovata
           IF FS-Classi = "00"
               MOVE Classe-Inserita TO CL-Codice
               READ Classi
                   INVALID KEY MOVE "N" TO Classe-Trovata
               END-READ
           END-IF.

      *Paragrafo 1260-CLASSE-IN-USCITA: Classe-Inserita e' gia' fra
      *le classi dell'uscita corrente
       1260-CLASSE-IN-USCITA.
           MOVE "N" TO Classe-Gia-Scelta
           MOVE 0 TO Classe-Cerca-Idx
           PERFORM UNTIL Classe-Cerca-Idx >= 5
               ADD 1 TO Classe-Cerca-Idx
               IF US-Classe(Classe-Cerca-Idx) = Classe-Inserita
                   MOVE "Y" TO Classe-Gia-Scelta
               END-IF
           END-PERFORM.

      *Paragrafo 1300-GENERA-PARTECIPANTI: uno per ogni studente
      *frequentante delle classi dell'uscita (ritirati e candidati
      *esterni esclusi), con autorizzazione in attesa
       1300-GENERA-PARTECIPANTI.
           MOVE 0 TO Iscritti-Uscita
           MOVE 0 TO Classe-Idx
           PERFORM UNTIL Classe-Idx >= 5
               ADD 1 TO Classe-Idx
               IF US-Classe(Classe-Idx) NOT = SPACES
                   MOVE US-Classe(Classe-Idx) TO ST-Classe
                   START Studenti KEY IS EQUAL TO ST-Classe
                       INVALID KEY MOVE "S" TO Fine-Studenti
                       NOT INVALID KEY MOVE "N" TO Fine-Studenti
                   END-START
                   PERFORM UNTIL Fine-Studenti = "S"
                       READ Studenti NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-Studenti
                           NOT AT END
                               IF ST-Classe
                                       NOT = US-Classe(Classe-Idx)
                                   MOVE "S" TO Fine-Studenti
                               ELSE IF NOT ST-Ritirato-Si
                                       AND NOT ST-Esterno-Si
                                   PERFORM 1350-SCRIVI-PARTECIPANTE
                               END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-PERFORM.

      *Paragrafo 1350-SCRIVI-PARTECIPANTE: lo studente letto nei
      *partecipanti dell'uscita corrente
       1350-SCRIVI-PARTECIPANTE.
           MOVE SPACES TO Partecipanti-Record
           MOVE US-Numero TO UP-Numero
           MOVE ST-ID TO UP-ID-Studente
           MOVE ST-Classe TO UP-Classe
           MOVE 0 TO UP-Data-Autorizzazione
           WRITE Partecipanti-Record
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO Iscritti-Uscita
           END-WRITE.

      *Paragrafo 2000-ACCOMPAGNATORI: nuovo elenco dei docenti
      *accompagnatori di un'uscita non ancora confermata
       2000-ACCOMPAGNATORI.
           PERFORM 8000-SCEGLI-USCITA
           IF Uscita-Trovata-Si
               IF US-Confermata
                   DISPLAY "Uscita gia' confermata"
               ELSE
                   PERFORM 2100-CHIEDI-ACCOMPAGNATORI
                   PERFORM 2200-CHIEDI-ORGANIZZATORE
                   REWRITE Uscite-Record
                       INVALID KEY
                           DISPLAY "Accompagnatori non registrati"
                       NOT INVALID KEY
                           DISPLAY "Accompagnatori registrati"
                   END-REWRITE
                   PERFORM 5100-CONTA-PARTECIPANTI
                   PERFORM 5200-VERIFICA-RAPPORTO
               END-IF
           END-IF.

      *Paragrafo 2100-CHIEDI-ACCOMPAGNATORI: fino a sei sigle di
      *DOCENTI.DAT, senza ripetizioni; invio vuoto termina
       2100-CHIEDI-ACCOMPAGNATORI.
           MOVE SPACES TO US-Accompagnatori-Tab
           MOVE 0 TO Docenti-Inseriti
           MOVE "N" TO Fine-Elenco
           PERFORM UNTIL Fine-Elenco = "S" OR Docenti-Inseriti >= 6
               DISPLAY "Sigla docente accompagnatore "
                   "(invio = fine): "
               MOVE SPACES TO Docente-Inserito
               ACCEPT Docente-Inserito
               IF Docente-Inserito = SPACES
                   MOVE "S" TO Fine-Elenco
               ELSE
                   PERFORM 2150-LEGGI-DOCENTE
                   MOVE "N" TO Docente-Doppio
                   MOVE 0 TO Doc-Cerca-Idx
                   PERFORM UNTIL Doc-Cerca-Idx >= 6
                       ADD 1 TO Doc-Cerca-Idx
                       IF US-Accompagnatore(Doc-Cerca-Idx)
                               = Docente-Inserito
                           MOVE "Y" TO Docente-Doppio
                       END-IF
                   END-PERFORM
                   IF NOT Docente-Trovato-Si
                       DISPLAY "Docente non presente in DOCENTI.DAT"
                   ELSE IF Docente-Doppio = "Y"
                       DISPLAY "Docente gia' indicato"
                   ELSE
                       ADD 1 TO Docenti-Inseriti
                       MOVE Docente-Inserito
                           TO US-Accompagnatore(Docenti-Inseriti)
                       DISPLAY "  " DC-Cognome " " DC-Nome
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *Paragrafo 2150-LEGGI-DOCENTE: il docente Docente-Inserito
       2150-LEGGI-DOCENTE.
           MOVE "Y" TO Docente-Trovato
           MOVE Docente-Inserito TO DC-Sigla
           READ Docenti
               INVALID KEY
                   MOVE "N" TO Docente-Trovato
                   MOVE SPACES TO DC-Cognome
                   MOVE SPACES TO DC-Nome
           END-READ.

      *Paragrafo 2200-CHIEDI-ORGANIZZATORE: il docente organizzatore
      *(invio = primo accompagnatore)
       2200-CHIEDI-ORGANIZZATORE.
           MOVE "N" TO Docente-Trovato
           PERFORM UNTIL Docente-Trovato-Si
               DISPLAY "Sigla docente organizzatore (invio = "
                   "primo accompagnatore): "
               MOVE SPACES TO Docente-Inserito
               ACCEPT Docente-Inserito
               IF Docente-Inserito = SPACES
                   MOVE US-Accompagnatore(1) TO Docente-Inserito
               END-IF
               IF Docente-Inserito = SPACES
                   MOVE "Y" TO Docente-Trovato
               ELSE
                   PERFORM 2150-LEGGI-DOCENTE
                   IF NOT Docente-Trovato-Si
                       DISPLAY "Docente non presente in DOCENTI.DAT"
                   END-IF
               END-IF
           END-PERFORM
           MOVE Docente-Inserito TO US-Organizzatore.

      *Paragrafo 3000-AUTORIZZAZIONI: per ogni matricola indicata
      *l'esito del modulo firmato e il tutore firmatario;
      *matricola 0 termina
       3000-AUTORIZZAZIONI.
           PERFORM 8000-SCEGLI-USCITA
           IF Uscita-Trovata-Si
               IF US-Confermata
                   DISPLAY "Uscita gia' confermata"
               ELSE
                   MOVE 1 TO Matricola-Scelta
                   PERFORM UNTIL Matricola-Scelta = 0
                       DISPLAY "Matricola (0 = fine): "
                       ACCEPT Matricola-Scelta
                       IF Matricola-Scelta NOT = 0
                           PERFORM 3100-AUTORIZZA-STUDENTE
                       END-IF
                   END-PERFORM
                   PERFORM 5100-CONTA-PARTECIPANTI
                   PERFORM 5300-MOSTRA-CONTEGGI
               END-IF
           END-IF.

      *Paragrafo 3100-AUTORIZZA-STUDENTE: autorizzazione firmata (A)
      *o negata (N) per Matricola-Scelta, con il tutore
       3100-AUTORIZZA-STUDENTE.
           MOVE Uscita-Scelta TO UP-Numero
           MOVE Matricola-Scelta TO UP-ID-Studente
           READ FilePartecipanti
               INVALID KEY
                   DISPLAY "Matricola non fra i partecipanti"
                   MOVE 0 TO UP-ID-Studente
           END-READ
           IF UP-ID-Studente NOT = 0
               MOVE Matricola-Scelta TO ST-ID
               READ Studenti
                   INVALID KEY MOVE SPACES TO ST-Cognome ST-Nome
               END-READ
               DISPLAY ST-Cognome(1:30) " " ST-Nome(1:20) " "
                   UP-Classe
               DISPLAY "Autorizzazione (A = firmata, N = negata): "
               ACCEPT Risposta-Autorizzazione
               INSPECT Risposta-Autorizzazione CONVERTING "an"
                   TO "AN"
               IF Risposta-Autorizzazione NOT = "A"
                       AND Risposta-Autorizzazione NOT = "N"
                   DISPLAY "Risposta non valida"
               ELSE
                   PERFORM 3200-SCEGLI-FIRMATARIO
                   MOVE Risposta-Autorizzazione TO UP-Autorizzazione
                   MOVE Tutore-Firmatario TO UP-Tutore
                   MOVE Data-Oggi TO UP-Data-Autorizzazione
                   IF UP-Autorizzato
                       MOVE SPACES TO UP-Classe-Appoggio
                   END-IF
                   REWRITE Partecipanti-Record
                       INVALID KEY
                           DISPLAY "Autorizzazione non registrata"
                   END-REWRITE
               END-IF
           END-IF.

      *Paragrafo 3200-SCEGLI-FIRMATARIO: il tutore che ha firmato,
      *per priorita' fra quelli di TUTORI.DAT; senza tutori, o con
      *0, il nome si digita
       3200-SCEGLI-FIRMATARIO.
           MOVE SPACES TO Tutore-Firmatario
           MOVE 0 TO Tutori-Elencati
           OPEN INPUT FileTutori
           IF FS-FileTutori = "00"
               MOVE "N" TO Fine-Tutori
               PERFORM UNTIL Fine-Tutori = "S"
                   READ FileTutori
                       AT END
                           MOVE "S" TO Fine-Tutori
                       NOT AT END
                           IF TU-ID-Studente = Matricola-Scelta
                               ADD 1 TO Tutori-Elencati
                               DISPLAY TU-Priorita " " TU-Nome
                                   " (" TU-Relazione ")"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileTutori
           END-IF
           IF Tutori-Elencati > 0
               DISPLAY "Priorita' del tutore firmatario "
                   "(0 = altro nominativo): "
               ACCEPT Priorita-Scelta
               IF Priorita-Scelta > 0
                   OPEN INPUT FileTutori
                   MOVE "N" TO Fine-Tutori
                   PERFORM UNTIL Fine-Tutori = "S"
                       READ FileTutori
                           AT END
                               MOVE "S" TO Fine-Tutori
                           NOT AT END
                               IF TU-ID-Studente = Matricola-Scelta
                                       AND TU-Priorita
                                           = Priorita-Scelta
                                   MOVE TU-Nome TO Tutore-Firmatario
                                   MOVE "S" TO Fine-Tutori
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileTutori
               END-IF
           END-IF
           IF Tutore-Firmatario = SPACES
               DISPLAY "Nome e cognome del firmatario: "
               ACCEPT Tutore-Firmatario
           END-IF.

      *Paragrafo 4000-APPOGGIO: per ogni classe dell'uscita la
      *classe che accoglie i suoi non partecipanti (negati o ancora
      *in attesa) nei giorni dell'uscita, e il foglio degli affidi
       4000-APPOGGIO.
           PERFORM 8000-SCEGLI-USCITA
           IF Uscita-Trovata-Si
               OPEN INPUT Classi
               MOVE 0 TO Classe-Idx
               PERFORM UNTIL Classe-Idx >= 5
                   ADD 1 TO Classe-Idx
                   IF US-Classe(Classe-Idx) NOT = SPACES
                       PERFORM 4100-APPOGGIO-CLASSE
                   END-IF
               END-PERFORM
               IF FS-Classi = "00"
                   CLOSE Classi
               END-IF
               PERFORM 4200-FOGLIO-AFFIDI
           END-IF.

      *Paragrafo 4100-APPOGGIO-CLASSE: la classe di appoggio per i
      *non partecipanti di US-Classe(Classe-Idx); non puo' essere
      *una delle classi in uscita
       4100-APPOGGIO-CLASSE.
           MOVE "N" TO Dati-Validi
           PERFORM UNTIL Dati-Validi = "Y"
               DISPLAY "Classe di appoggio per i non partecipanti "
                   "della " US-Classe(Classe-Idx)
                   " (invio = invariata): "
               MOVE SPACES TO Classe-Inserita
               ACCEPT Classe-Inserita
               INSPECT Classe-Inserita
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF Classe-Inserita = SPACES
                   MOVE "Y" TO Dati-Validi
               ELSE
                   PERFORM 1250-VERIFICA-CLASSE
                   PERFORM 1260-CLASSE-IN-USCITA
                   IF NOT Classe-Trovata-Si
                       DISPLAY "Classe non presente in CLASSI.DAT"
                   ELSE IF Classe-Gia-Scelta = "Y"
                       DISPLAY "La classe e' anch'essa in uscita"
                   ELSE
                       MOVE "Y" TO Dati-Validi
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Classe-Inserita NOT = SPACES
               MOVE Uscita-Scelta TO UP-Numero
               MOVE 0 TO UP-ID-Studente
               START FilePartecipanti
                   KEY IS NOT LESS THAN UP-Chiave
                   INVALID KEY MOVE "S" TO Fine-Partecipanti
                   NOT INVALID KEY MOVE "N" TO Fine-Partecipanti
               END-START
               PERFORM UNTIL Fine-Partecipanti = "S"
                   READ FilePartecipanti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Partecipanti
                       NOT AT END
                           IF UP-Numero NOT = Uscita-Scelta
                               MOVE "S" TO Fine-Partecipanti
                           ELSE IF UP-Classe
                                   = US-Classe(Classe-Idx)
                                   AND NOT UP-Autorizzato
                               MOVE Classe-Inserita
                                   TO UP-Classe-Appoggio
                               REWRITE Partecipanti-Record
                                   INVALID KEY CONTINUE
                               END-REWRITE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *Paragrafo 4200-FOGLIO-AFFIDI: AFFIDI-USCITA-<numero>.txt,
      *i non partecipanti con la classe che li accoglie, per i
      *coordinatori e i docenti delle classi di appoggio
       4200-FOGLIO-AFFIDI.
           MOVE Uscita-Scelta TO Uscita-Numero-for
           MOVE SPACES TO FileOut-Filename
           STRING "AFFIDI-USCITA-" DELIMITED BY SIZE
               Uscita-Numero-for DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           PERFORM 8200-INTESTAZIONE-USCITA
           MOVE "Studenti non partecipanti affidati ad altra classe:"
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Senza-Appoggio
           MOVE Uscita-Scelta TO UP-Numero
           MOVE 0 TO UP-ID-Studente
           START FilePartecipanti KEY IS NOT LESS THAN UP-Chiave
               INVALID KEY MOVE "S" TO Fine-Partecipanti
               NOT INVALID KEY MOVE "N" TO Fine-Partecipanti
           END-START
           PERFORM UNTIL Fine-Partecipanti = "S"
               READ FilePartecipanti NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Partecipanti
                   NOT AT END
                       IF UP-Numero NOT = Uscita-Scelta
                           MOVE "S" TO Fine-Partecipanti
                       ELSE IF NOT UP-Autorizzato
                           MOVE UP-ID-Studente TO ST-ID
                           READ Studenti
                               INVALID KEY
                                   MOVE SPACES TO ST-Cognome ST-Nome
                           END-READ
                           MOVE SPACES TO riga
                           STRING UP-ID-Studente DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ST-Cognome(1:25) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ST-Nome(1:20) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               UP-Classe DELIMITED BY SIZE
                               " -> " DELIMITED BY SIZE
                               INTO riga
                           IF UP-Classe-Appoggio = SPACES
                               MOVE "DA ASSEGNARE" TO riga(68:12)
                               ADD 1 TO Senza-Appoggio
                           ELSE
                               MOVE UP-Classe-Appoggio TO riga(68:4)
                           END-IF
                           MOVE riga TO FileOut-Record
                           WRITE FileOut-Record
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FileOut
           IF Senza-Appoggio > 0
               DISPLAY "Attenzione: " Senza-Appoggio
                   " non partecipanti senza classe di appoggio"
           END-IF
           DISPLAY "Foglio degli affidi scritto su "
               FileOut-Filename.

      *Paragrafo 5000-CONFERMA: con il rapporto accompagnatori
      *rispettato, ogni giorno di uscita (domeniche escluse) entra
      *in ASSENZE.DAT come attivita' fuori sede per gli
      *autorizzati; l'uscita passa a confermata
       5000-CONFERMA.
           PERFORM 8000-SCEGLI-USCITA
           IF Uscita-Trovata-Si
               IF US-Confermata
                   DISPLAY "Uscita gia' confermata"
               ELSE
                   PERFORM 5100-CONTA-PARTECIPANTI
                   PERFORM 5300-MOSTRA-CONTEGGI
                   PERFORM 5200-VERIFICA-RAPPORTO
                   IF Autorizzati = 0
                       DISPLAY "Nessun partecipante autorizzato"
                   ELSE IF Dati-Validi = "Y"
                       PERFORM 5400-REGISTRA-FUORI-SEDE
                       MOVE "C" TO US-Stato
                       REWRITE Uscite-Record
                           INVALID KEY
                               DISPLAY "Stato uscita non aggiornato"
                       END-REWRITE
                       DISPLAY "Giornate fuori sede registrate: "
                           Giorni-Registrati
                       IF In-Attesa > 0 OR Senza-Appoggio > 0
                           DISPLAY "Attenzione: verificare le classi "
                               "di appoggio dei non partecipanti"
                       END-IF
                       MOVE SPACES TO Audit-Descrizione
                       STRING "Uscita " DELIMITED BY SIZE
                           US-Numero DELIMITED BY SIZE
                           " confermata" DELIMITED BY SIZE
                           INTO Audit-Descrizione
                       PERFORM 9000-SCRIVI-AUDIT
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 5100-CONTA-PARTECIPANTI: autorizzati, negati, in
      *attesa e non partecipanti senza classe di appoggio
      *dell'uscita scelta
       5100-CONTA-PARTECIPANTI.
           MOVE 0 TO Iscritti-Uscita
           MOVE 0 TO Autorizzati
           MOVE 0 TO Negati
           MOVE 0 TO In-Attesa
           MOVE 0 TO Senza-Appoggio
           MOVE Uscita-Scelta TO UP-Numero
           MOVE 0 TO UP-ID-Studente
           START FilePartecipanti KEY IS NOT LESS THAN UP-Chiave
               INVALID KEY MOVE "S" TO Fine-Partecipanti
               NOT INVALID KEY MOVE "N" TO Fine-Partecipanti
           END-START
           PERFORM UNTIL Fine-Partecipanti = "S"
               READ FilePartecipanti NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Partecipanti
                   NOT AT END
                       IF UP-Numero NOT = Uscita-Scelta
                           MOVE "S" TO Fine-Partecipanti
                       ELSE
                           ADD 1 TO Iscritti-Uscita
                           IF UP-Autorizzato
                               ADD 1 TO Autorizzati
                           ELSE IF UP-Negato
                               ADD 1 TO Negati
                           ELSE
                               ADD 1 TO In-Attesa
                           END-IF
                           END-IF
                           IF NOT UP-Autorizzato
                                   AND UP-Classe-Appoggio = SPACES
                               ADD 1 TO Senza-Appoggio
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *Paragrafo 5200-VERIFICA-RAPPORTO: almeno un accompagnatore
      *ogni Partecipanti-Per-Docente autorizzati (arrotondando per
      *eccesso); Dati-Validi a "N" se non e' rispettato
       5200-VERIFICA-RAPPORTO.
           MOVE 0 TO Docenti-Inseriti
           MOVE 0 TO Doc-Idx
           PERFORM UNTIL Doc-Idx >= 6
               ADD 1 TO Doc-Idx
               IF US-Accompagnatore(Doc-Idx) NOT = SPACES
                   ADD 1 TO Docenti-Inseriti
               END-IF
           END-PERFORM
           DIVIDE Autorizzati BY Partecipanti-Per-Docente
               GIVING Accompagnatori-Minimi
               REMAINDER Resto-Rapporto
           IF Resto-Rapporto > 0
               ADD 1 TO Accompagnatori-Minimi
           END-IF
           IF Accompagnatori-Minimi = 0
               MOVE 1 TO Accompagnatori-Minimi
           END-IF
           MOVE "Y" TO Dati-Validi
           IF Docenti-Inseriti < Accompagnatori-Minimi
               MOVE "N" TO Dati-Validi
               DISPLAY "Accompagnatori insufficienti: "
                   Docenti-Inseriti " per " Autorizzati
                   " partecipanti, ne servono almeno "
                   Accompagnatori-Minimi
           END-IF.

      *Paragrafo 5300-MOSTRA-CONTEGGI: i conteggi dell'uscita a
      *video
       5300-MOSTRA-CONTEGGI.
           DISPLAY "Partecipanti previsti: " Iscritti-Uscita
               "  autorizzati: " Autorizzati
               "  negati: " Negati
               "  in attesa: " In-Attesa.

      *Paragrafo 5400-REGISTRA-FUORI-SEDE: per ogni autorizzato i
      *giorni dal US-Dal al US-Al
       5400-REGISTRA-FUORI-SEDE.
           MOVE 0 TO Giorni-Registrati
           OPEN I-O FileAssenze
           IF FS-FileAssenze = "35"
               OPEN OUTPUT FileAssenze
               CLOSE FileAssenze
               OPEN I-O FileAssenze
           END-IF
           MOVE Uscita-Scelta TO UP-Numero
           MOVE 0 TO UP-ID-Studente
           START FilePartecipanti KEY IS NOT LESS THAN UP-Chiave
               INVALID KEY MOVE "S" TO Fine-Partecipanti
               NOT INVALID KEY MOVE "N" TO Fine-Partecipanti
           END-START
           PERFORM UNTIL Fine-Partecipanti = "S"
               READ FilePartecipanti NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Partecipanti
                   NOT AT END
                       IF UP-Numero NOT = Uscita-Scelta
                           MOVE "S" TO Fine-Partecipanti
                       ELSE IF UP-Autorizzato
                           PERFORM 5500-GIORNI-STUDENTE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FileAssenze.

      *Paragrafo 5500-GIORNI-STUDENTE: un evento fuori sede per
      *ogni giorno di lezione dell'uscita (9600-CONTROLLA-GIORNO),
      *con le ore di lezione del giorno a calendario o, per i giorni
      *non registrati, US-Ore-Giorno; il progressivo si alza
      *finche' la chiave del giorno non e' libera, come in
      *RegistroElettronico
       5500-GIORNI-STUDENTE.
           MOVE US-Dal TO Giorno-Dopo
           PERFORM UNTIL Giorno-Dopo > US-Al
               PERFORM 9600-CONTROLLA-GIORNO
               IF Giorno-Di-Lezione = "Y"
                   MOVE UP-ID-Studente TO AS-ID-Studente
                   MOVE Giorno-Dopo TO AS-Data
                   MOVE 1 TO AS-Progressivo
                   IF Giorno-Ore-Lezione > 0
                       MOVE Giorno-Ore-Lezione TO AS-Ore
                   ELSE
                       MOVE US-Ore-Giorno TO AS-Ore
                   END-IF
                   MOVE "F" TO AS-Giustificata
                   MOVE "N" TO Assenza-Scritta
                   MOVE 0 TO Assenza-Tentativi
                   PERFORM UNTIL Assenza-Scritta = "Y"
                           OR Assenza-Tentativi >= 99
                       ADD 1 TO Assenza-Tentativi
                       WRITE FileAssenze-Record
                           INVALID KEY
                               ADD 1 TO AS-Progressivo
                           NOT INVALID KEY
                               MOVE "Y" TO Assenza-Scritta
                               ADD 1 TO Giorni-Registrati
                       END-WRITE
                   END-PERFORM
               END-IF
               PERFORM 9410-GIORNO-SUCCESSIVO
           END-PERFORM.

      *Paragrafo 6000-SCHEDA-EMERGENZE: EMERGENZE-USCITA-<numero>
      *.txt per l'organizzatore: accompagnatori e, per ogni
      *partecipante autorizzato, il tutore con priorita' piu' alta
      *e il suo recapito
       6000-SCHEDA-EMERGENZE.
           PERFORM 8000-SCEGLI-USCITA
           IF Uscita-Trovata-Si
               MOVE Uscita-Scelta TO Uscita-Numero-for
               MOVE SPACES TO FileOut-Filename
               STRING "EMERGENZE-USCITA-" DELIMITED BY SIZE
                   Uscita-Numero-for DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO FileOut-Filename
               OPEN OUTPUT FileOut
               PERFORM 8200-INTESTAZIONE-USCITA
               MOVE "Partecipanti e recapiti di emergenza:"
                   TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO FileOut-Record
               WRITE FileOut-Record
               MOVE 0 TO Autorizzati
               MOVE Uscita-Scelta TO UP-Numero
               MOVE 0 TO UP-ID-Studente
               START FilePartecipanti
                   KEY IS NOT LESS THAN UP-Chiave
                   INVALID KEY MOVE "S" TO Fine-Partecipanti
                   NOT INVALID KEY MOVE "N" TO Fine-Partecipanti
               END-START
               PERFORM UNTIL Fine-Partecipanti = "S"
                   READ FilePartecipanti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Partecipanti
                       NOT AT END
                           IF UP-Numero NOT = Uscita-Scelta
                               MOVE "S" TO Fine-Partecipanti
                           ELSE IF UP-Autorizzato
                               ADD 1 TO Autorizzati
                               PERFORM 6100-RIGHE-EMERGENZA
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO FileOut-Record
               WRITE FileOut-Record
               MOVE Autorizzati TO Contatore-for
               MOVE SPACES TO riga
               STRING "Partecipanti: " DELIMITED BY SIZE
                   Contatore-for DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               CLOSE FileOut
               DISPLAY "Scheda emergenze scritta su "
                   FileOut-Filename
           END-IF.

      *Paragrafo 6100-RIGHE-EMERGENZA: il partecipante letto con il
      *tutore di priorita' piu' alta (numero piu' basso)
       6100-RIGHE-EMERGENZA.
           MOVE UP-ID-Studente TO ST-ID
           READ Studenti
               INVALID KEY MOVE SPACES TO ST-Cognome ST-Nome
           END-READ
           MOVE SPACES TO riga
           STRING UP-ID-Studente DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ST-Cognome(1:30) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ST-Nome(1:20) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UP-Classe DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE 9 TO Tutore-Priorita-Min
           MOVE SPACES TO Tutore-Emergenza
           OPEN INPUT FileTutori
           IF FS-FileTutori = "00"
               MOVE "N" TO Fine-Tutori
               PERFORM UNTIL Fine-Tutori = "S"
                   READ FileTutori
                       AT END
                           MOVE "S" TO Fine-Tutori
                       NOT AT END
                           IF TU-ID-Studente = UP-ID-Studente
                                   AND (Tutore-Emergenza = SPACES
                                   OR TU-Priorita
                                       < Tutore-Priorita-Min)
                               MOVE TU-Priorita
                                   TO Tutore-Priorita-Min
                               MOVE FileTutori-Record
                                   TO Tutore-Emergenza
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileTutori
           END-IF
           IF Tutore-Emergenza = SPACES
               MOVE SPACES TO riga
               STRING "    contatto: " DELIMITED BY SIZE
                   ST-Contatto DELIMITED BY SIZE
                   " (nessun tutore registrato)" DELIMITED BY SIZE
                   INTO riga
           ELSE
               MOVE Tutore-Emergenza TO FileTutori-Record
               MOVE SPACES TO riga
               STRING "    " DELIMITED BY SIZE
                   TU-Nome DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   TU-Relazione DELIMITED BY SPACE
                   ") " DELIMITED BY SIZE
                   TU-Canale DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   TU-Recapito DELIMITED BY "  "
                   INTO riga
           END-IF
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 7000-ELENCO: le uscite registrate con date, stato
      *e conteggi dei partecipanti
       7000-ELENCO.
           MOVE 0 TO US-Numero
           START FileUscite KEY IS NOT LESS THAN US-Numero
               INVALID KEY MOVE "S" TO Fine-Elenco
               NOT INVALID KEY MOVE "N" TO Fine-Elenco
           END-START
           PERFORM UNTIL Fine-Elenco = "S"
               READ FileUscite NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Elenco
                   NOT AT END
                       MOVE US-Numero TO Uscita-Scelta
                       MOVE US-Dal TO Data-Lavoro
                       PERFORM 8100-FORMATTA-DATA
                       DISPLAY US-Numero " " US-Destinazione(1:30)
                           " " Data-for " stato " US-Stato
                       PERFORM 5100-CONTA-PARTECIPANTI
                       PERFORM 5300-MOSTRA-CONTEGGI
               END-READ
           END-PERFORM.

      *Paragrafo 8000-SCEGLI-USCITA: il numero dell'uscita, letta
      *nell'area record
       8000-SCEGLI-USCITA.
           DISPLAY "Numero uscita: "
           ACCEPT Uscita-Scelta
           MOVE Uscita-Scelta TO US-Numero
           MOVE "Y" TO Uscita-Trovata
           READ FileUscite
               INVALID KEY
                   MOVE "N" TO Uscita-Trovata
                   DISPLAY "Uscita non trovata"
           END-READ
           IF Uscita-Trovata-Si
               DISPLAY US-Destinazione
           END-IF.

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

      *Paragrafo 8200-INTESTAZIONE-USCITA: meta, date, classi,
      *organizzatore e accompagnatori in testa ai fogli
       8200-INTESTAZIONE-USCITA.
           MOVE US-Al TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE Data-for TO Data-Al-for
           MOVE US-Dal TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "Uscita n. " DELIMITED BY SIZE
               US-Numero DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               US-Destinazione DELIMITED BY "  "
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Dal " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               " al " DELIMITED BY SIZE
               Data-Al-for DELIMITED BY SIZE
               "  classi: " DELIMITED BY SIZE
               US-Classe(1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               US-Classe(2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               US-Classe(3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               US-Classe(4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               US-Classe(5) DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE US-Organizzatore TO Docente-Inserito
           PERFORM 2150-LEGGI-DOCENTE
           MOVE SPACES TO riga
           STRING "Organizzatore: " DELIMITED BY SIZE
               DC-Cognome DELIMITED BY "  "
               " " DELIMITED BY SIZE
               DC-Nome DELIMITED BY "  "
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Doc-Idx
           PERFORM UNTIL Doc-Idx >= 6
               ADD 1 TO Doc-Idx
               IF US-Accompagnatore(Doc-Idx) NOT = SPACES
                   MOVE US-Accompagnatore(Doc-Idx)
                       TO Docente-Inserito
                   PERFORM 2150-LEGGI-DOCENTE
                   MOVE SPACES TO riga
                   STRING "Accompagnatore: " DELIMITED BY SIZE
                       DC-Cognome DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       DC-Nome DELIMITED BY "  "
                       INTO riga
                   MOVE riga TO FileOut-Record
                   WRITE FileOut-Record
               END-IF
           END-PERFORM
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record.

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

      *Paragrafo 9400-GIORNO-SETTIMANA: il giorno della settimana di
      *Giorno-Dopo con la congruenza di Zeller (gennaio e febbraio
      *contano come mesi 13 e 14 dell'anno prima); il resto 0 e'
      *il sabato, 1 la domenica, 2 il lunedi'
       9400-GIORNO-SETTIMANA.
           MOVE Giorno-Dopo(1:4) TO ZL-Anno
           MOVE Giorno-Dopo(5:2) TO ZL-Mese
           MOVE Giorno-Dopo(7:2) TO GD-Giorno
           IF ZL-Mese < 3
               ADD 12 TO ZL-Mese
               SUBTRACT 1 FROM ZL-Anno
           END-IF
           DIVIDE ZL-Anno BY 100
               GIVING ZL-Secolo
               REMAINDER ZL-Anno-Secolo
           COMPUTE ZL-Somma = 13 * (ZL-Mese + 1)
           DIVIDE ZL-Somma BY 5 GIVING ZL-Termine-Mese
           DIVIDE ZL-Anno-Secolo BY 4 GIVING ZL-Quarto-Anno
           DIVIDE ZL-Secolo BY 4 GIVING ZL-Quarto-Secolo
           COMPUTE ZL-Somma = GD-Giorno + ZL-Termine-Mese
               + ZL-Anno-Secolo + ZL-Quarto-Anno
               + ZL-Quarto-Secolo + 5 * ZL-Secolo
           DIVIDE ZL-Somma BY 7
               GIVING ZL-Quoziente
               REMAINDER ZL-Resto
           COMPUTE ZL-Somma = ZL-Resto + 5
           DIVIDE ZL-Somma BY 7
               GIVING ZL-Quoziente
               REMAINDER ZL-Resto
           COMPUTE Giorno-Settimana = ZL-Resto + 1.

      *Paragrafo 9410-GIORNO-SUCCESSIVO: avanza Giorno-Dopo di un
      *giorno di calendario civile, con il febbraio bisestile
      *(divisibile per 4 ma non per 100, oppure per 400) come in
      *CalendarioManut
       9410-GIORNO-SUCCESSIVO.
           MOVE Giorno-Dopo(1:4) TO GD-Anno
           MOVE Giorno-Dopo(5:2) TO GD-Mese
           MOVE Giorno-Dopo(7:2) TO GD-Giorno
           PERFORM 9420-ULTIMO-GIORNO
           IF GD-Giorno < GD-Ultimo-Giorno
               ADD 1 TO GD-Giorno
           ELSE
               MOVE 1 TO GD-Giorno
               ADD 1 TO GD-Mese
               IF GD-Mese > 12
                   MOVE 1 TO GD-Mese
                   ADD 1 TO GD-Anno
               END-IF
           END-IF
           COMPUTE Giorno-Dopo = GD-Anno * 10000
               + GD-Mese * 100 + GD-Giorno.

      *Paragrafo 9420-ULTIMO-GIORNO: l'ultimo giorno del mese
      *GD-Mese dell'anno GD-Anno
       9420-ULTIMO-GIORNO.
           IF GD-Mese >= 1 AND GD-Mese <= 12
               MOVE Giorni-Mese(GD-Mese) TO GD-Ultimo-Giorno
           ELSE
               MOVE 31 TO GD-Ultimo-Giorno
           END-IF
           IF GD-Mese = 2
               DIVIDE GD-Anno BY 4
                   GIVING Quoziente-Bisestile
                   REMAINDER Resto-Bisestile
               IF Resto-Bisestile = 0
                   DIVIDE GD-Anno BY 100
                       GIVING Quoziente-Bisestile
                       REMAINDER Resto-Bisestile
                   IF Resto-Bisestile NOT = 0
                       MOVE 29 TO GD-Ultimo-Giorno
                   ELSE
                       DIVIDE GD-Anno BY 400
                           GIVING Quoziente-Bisestile
                           REMAINDER Resto-Bisestile
                       IF Resto-Bisestile = 0
                           MOVE 29 TO GD-Ultimo-Giorno
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 9600-CONTROLLA-GIORNO: Giorno-Dopo e' un giorno di
      *lezione? Per i giorni registrati in GIORNI.DAT lo dice il
      *calendario, con le ore di lezione in Giorno-Ore-Lezione; senza
      *file o con il giorno non ancora registrato vale la regola di
      *prima (domenica esclusa) e le ore restano a 0
       9600-CONTROLLA-GIORNO.
           MOVE "N" TO Giorno-Registrato
           MOVE "Y" TO Giorno-Di-Lezione
           MOVE 0 TO Giorno-Ore-Lezione
           OPEN INPUT FileGiorni
           IF FS-FileGiorni = "00"
               MOVE Giorno-Dopo TO GG-Data
               READ FileGiorni
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO Giorno-Registrato
                       MOVE GG-Ore TO Giorno-Ore-Lezione
                       IF NOT GG-Lezione
                           MOVE "N" TO Giorno-Di-Lezione
                       END-IF
               END-READ
               CLOSE FileGiorni
           END-IF
           IF Giorno-Registrato = "N"
               PERFORM 9400-GIORNO-SETTIMANA
               IF Giorno-Settimana = 7
                   MOVE "N" TO Giorno-Di-Lezione
               END-IF
           END-IF.

       END PROGRAM UsciteDidattiche.
