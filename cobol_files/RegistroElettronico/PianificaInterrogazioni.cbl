      *testa (meno orali, e a parita' orale piu' vecchio) su
      *PIANO-INTERROGAZIONI-<classe>.txt, lo stesso SORT di
      *CronologiaVoti. Un periodo gia' chiuso in PERIODI-CHIUSI.DAT
      *si rifiuta: non c'e' niente da pianificare. A richiesta chi
      *e' sotto il minimo viene messo in calendario, nell'ordine del
      *piano e qualche studente al giorno, sui giorni di lezione
      *(GIORNI.DAT) in cui la materia e' nell'orario della classe
      *(ORARIO.DAT): le date previste vanno in INTERROGAZIONI.DAT e
      *in coda al piano; ripianificare da una data sostituisce le
      *previsioni di classe, materia e periodo da quella data in poi.
      *Con OPERATORI.DAT presente si entra con il proprio conto (la
      *sola lettura ha il piano ma non il calendario); un conto
      *collegato a un docente pianifica solo classi e materie del
      *suo ambito (tutta la classe per il coordinatore) e il
      *tentativo fuori ambito va in AUDIT.LOG.
      *All'accesso con conto individuale si mostrano le circolari
      *non ancora lette dall'operatore (Circolari), con conferma
      *della presa visione prima di continuare.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte, salvo deroga di un amministratore tracciata in AUDIT.LOG.
      *Il coordinatore che vede tutta la classe e' il docente con
      *l'incarico COOR in corso in INCARICHI.DAT (Incarichi); la
      *sigla in CL-Coordinatore vale solo per le classi senza
      *incarico.
      *Chi ha un soggiorno di mobilita' internazionale (MOBILITA.DAT,
      *Mobilita) nell'anno di ANNO-CORRENTE.DAT sul periodo scelto o
      *sull'anno intero non entra ne' nel piano ne' nel calendario.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-Chiave
               ALTERNATE RECORD KEY IS VT-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVoti.
      *Il ruolino di classe semina la tabella prima dei voti: chi
      *non ha ancora nessun voto nella materia - il caso piu'
           SELECT PianoOut ASSIGN TO 'PIANO.ORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PianoOut.
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
      *Interrogazioni previste: classe, materia, periodo, data e
      *studente
           SELECT FileInterrogazioni ASSIGN TO 'INTERROGAZIONI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileInterrogazioni.
           SELECT FileInterrogazioniNew ASSIGN TO 'INTERROGAZIONI.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileInterrogazioniNew.
           SELECT Orario ASSIGN TO 'ORARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-Chiave
               FILE STATUS IS FS-Orario.
      *Calendario giornaliero (GiorniManut): tipo del giorno e ore
      *di lezione
           SELECT FileGiorni ASSIGN TO 'GIORNI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GG-Data
               FILE STATUS IS FS-FileGiorni.
           SELECT FileOut ASSIGN TO FileOut-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.
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
      *Registro delle cattedre e supplenze: l'ambito di un conto
      *collegato a un docente
           SELECT FileCattedre ASSIGN TO 'CATTEDRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCattedre.
           SELECT FileSupplenze ASSIGN TO 'SUPPLENZE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSupplenze.
      *Anagrafica classi: il coordinatore vede tutta la sua classe
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
      *Registro degli incarichi del personale (Incarichi): il
      *coordinatore di classe in carica
           SELECT FileIncarichi ASSIGN TO 'INCARICHI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-Numero
               FILE STATUS IS FS-FileIncarichi.
      *Soggiorni di mobilita' internazionale (MOBILITA.DAT, vedi
      *Mobilita): nel periodo del soggiorno lo studente non si
      *interroga
           SELECT FileMobilita ASSIGN TO 'MOBILITA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MB-Chiave
               FILE STATUS IS FS-FileMobilita.
      *Anno scolastico in corso (vedi ChiusuraAnno)
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
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
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  PO-Cognome PIC X(20).
           05  PO-Conta-Scritti PIC 99.
           05  PO-Conta-Pratici PIC 99.
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
       FD  FileInterrogazioni.
       01  FileInterrogazioni-Record.
           05  IN-Classe PIC X(4).
           05  IN-Materia PIC X(20).
           05  IN-Periodo PIC 9(1).
           05  IN-Data PIC 9(8).
           05  IN-ID-Studente PIC 9(6).
       FD  FileInterrogazioniNew.
       01  FileInterrogazioniNew-Record PIC X(39).
       FD  Orario.
       01  Orario-Record.
           05  OR-Chiave.
               10  OR-Classe PIC X(4).
               10  OR-Giorno PIC 9(1).
               10  OR-Ora PIC 9(1).
           05  OR-Materia PIC X(20).
           05  OR-Docente PIC X(10).
       FD  FileGiorni.
       01  FileGiorni-Record.
           05  GG-Data PIC 9(8).
           05  GG-Anno PIC X(9).
           05  GG-Tipo PIC X(1).
               88  GG-Lezione VALUE "L".
           05  GG-Ore PIC 9(1).
           05  GG-Descrizione PIC X(30).
       FD  FileOut.
       01  FileOut-Record PIC X(80).
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
           05  OP-Password PIC X(20).
           05  OP-Ruolo PIC X(1).
           05  OP-Data-Password PIC X(8).
           05  OP-Tentativi PIC X(1).
           05  OP-Bloccato PIC X(1).
      *Sigla DOCENTI.DAT del titolare del conto (spazi = conto non
      *collegato a un docente)
           05  OP-Docente PIC X(10).
       FD  FileCattedre.
       01  FileCattedre-Record.
           05  CT-Docente PIC X(10).
           05  CT-Classe PIC X(4).
           05  CT-Materia PIC X(20).
           05  CT-Dal PIC 9(8).
           05  CT-Al PIC 9(8).
           05  CT-Ore PIC 99.
       FD  FileSupplenze.
       01  FileSupplenze-Record.
           05  SU-Assente PIC X(10).
           05  SU-Supplente PIC X(10).
           05  SU-Materia PIC X(20).
           05  SU-Classe PIC X(4).
           05  SU-Inizio PIC 9(8).
           05  SU-Fine PIC 9(8).
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
       FD  FileIncarichi.
       01  Incarichi-Record.
           05  INC-Numero PIC 9(5).
           05  INC-Docente PIC X(10).
           05  INC-Ruolo PIC X(4).
           05  INC-Classe PIC X(4).
           05  INC-Materia PIC X(20).
           05  INC-Dal PIC 9(8).
           05  INC-Al PIC 9(8).
           05  INC-Stato PIC X(1).
           05  INC-Prot-Anno PIC X(9).
           05  INC-Prot-Numero PIC 9(6).
           05  INC-Operatore PIC X(10).
       FD  FileMobilita.
       01  FileMobilita-Record.
           05  MB-Chiave.
               10  MB-ID-Studente PIC 9(6).
               10  MB-Anno PIC X(9).
           05  MB-Paese PIC X(20).
           05  MB-Scuola PIC X(40).
           05  MB-Dal PIC 9(8).
           05  MB-Al PIC 9(8).
           05  MB-Periodo PIC 9(1).
           05  MB-Data-Registrazione PIC 9(8).
           05  MB-Colloquio PIC X(1).
           05  MB-Data-Colloquio PIC 9(8).
           05  MB-Note-Colloquio PIC X(40).
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
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
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-PianoIn PIC XX VALUE SPACES.
       01  FS-PianoOut PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
       01  FS-FileInterrogazioni PIC XX VALUE SPACES.
       01  FS-FileInterrogazioniNew PIC XX VALUE SPACES.
       01  FS-Orario PIC XX VALUE SPACES.
       01  FS-FileGiorni PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
       01  FS-FileOperatori PIC XX VALUE SPACES.
      *Circolari non ancora lette dall'operatore
       01  FS-FileCircolari PIC XX VALUE SPACES.
       01  FS-FileVisioni PIC XX VALUE SPACES.
       01  Fine-Visioni PIC X VALUE "N".
       01  Conferma-Visione PIC X VALUE SPACE.
       01  Circolare-Riga-Idx PIC 99 VALUE 0.
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
       01  Risposta-Deroga PIC X VALUE SPACE.
       01  FS-FileCattedre PIC XX VALUE SPACES.
       01  FS-FileSupplenze PIC XX VALUE SPACES.
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-FileIncarichi PIC XX VALUE SPACES.
      *Coordinatore della classe con incarico COOR attivo oggi in
      *INCARICHI.DAT (spazi se la classe non ne ha)
       01  Coordinatore-Incarico PIC X(10) VALUE SPACES.
       01  Coordinatore-Data PIC 9(8) VALUE 0.
       01  Fine-Incarichi PIC X VALUE "N".
      *Soggiorni di mobilita' sul periodo del piano (MB-Periodo 0 =
      *anno intero) nell'anno scolastico in corso
       01  FS-FileMobilita PIC XX VALUE SPACES.
       01  Mobilita-Presente PIC X VALUE "N".
       01  Mobilita-Trovata PIC X VALUE "N".
       01  Esclusi-Mobilita PIC 999 VALUE 0.
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
      *Catalogo materie in memoria: nei file la materia e' scritta
      *con il suo codice (MM-Codice), il nome del catalogo serve per
      *riconoscere quanto digitato e per la stampa
       01  Catalogo-Materie.
           05  Cat-Voce OCCURS 300 TIMES.
               10  Cat-Nome PIC X(80).
               10  Cat-Codice PIC X(6).
               10  Cat-Scala PIC X(1).
       01  Cat-Cont PIC 999 VALUE 0.
       01  Cat-Idx PIC 999 VALUE 0.
       01  Cat-Scelta PIC 999 VALUE 0.
       01  Cat-Trovati PIC 999 VALUE 0.
       01  Fine-Catalogo PIC X VALUE "N".
       01  Materia-Input PIC X(80) VALUE SPACES.
       01  Materia-Codice PIC X(20) VALUE SPACES.
       01  Materia-Nome-Esteso PIC X(80) VALUE SPACES.
       01  Materia-Scala-Cat PIC X(1) VALUE SPACE.
       01  Materia-Esito PIC X VALUE SPACE.
           88  Materia-Risolta VALUE "C" "T".
           88  Materia-Ambigua VALUE "A".
       01  FileOut-Filename PIC X(36) VALUE SPACES.
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  Materia-Scelta PIC X(20) VALUE SPACES.
       01  Conta-for-3 PIC Z9.
       01  Suffisso-Minimo PIC X(14) VALUE SPACES.
       01  riga PIC X(80).
      *Calendario delle interrogazioni: prima data, studenti per
      *giorno e giorno in esame
       01  Prima-Data-Prevista PIC 9(8) VALUE 0.
       01  Interrogati-Giorno PIC 9 VALUE 0.
       01  Interrogati-Oggi PIC 9 VALUE 0.
       01  Data-Prevista PIC 9(8) VALUE 0.
       01  Giorno-Trovato PIC X VALUE "N".
       01  Giorni-Tentati PIC 999 VALUE 0.
       01  Orario-Presente PIC X VALUE "N".
       01  Materia-In-Orario PIC X VALUE "N".
       01  Previste-Scritte PIC 999 VALUE 0.
       01  Previste-Tolte PIC 999 VALUE 0.
      *Aritmetica delle date, come in GiorniManut
       01  Giorno-Dopo PIC 9(8) VALUE 0.
       01  GD-Anno PIC 9(4) VALUE 0.
       01  GD-Mese PIC 99 VALUE 0.
       01  GD-Giorno PIC 99 VALUE 0.
       01  GD-Ultimo-Giorno PIC 99 VALUE 0.
       01  Quoziente-Bisestile PIC 9(4) VALUE 0.
       01  Resto-Bisestile PIC 9(4) VALUE 0.
       01  Giorni-Mese-Dati.
           05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  Giorni-Mese-Tab REDEFINES Giorni-Mese-Dati.
           05  Giorni-Mese OCCURS 12 TIMES PIC 99.
      *Giorno della settimana (1 lunedi' ... 7 domenica)
       01  Giorno-Settimana PIC 9 VALUE 0.
       01  ZL-Anno PIC 9(4) VALUE 0.
       01  ZL-Mese PIC 99 VALUE 0.
       01  ZL-Secolo PIC 99 VALUE 0.
       01  ZL-Anno-Secolo PIC 99 VALUE 0.
       01  ZL-Termine-Mese PIC 99 VALUE 0.
       01  ZL-Quarto-Anno PIC 99 VALUE 0.
       01  ZL-Quarto-Secolo PIC 99 VALUE 0.
       01  ZL-Somma PIC 9(4) VALUE 0.
       01  ZL-Quoziente PIC 9(4) VALUE 0.
       01  ZL-Resto PIC 9 VALUE 0.
      *Controllo del giorno su GIORNI.DAT: un giorno registrato e
      *non di lezione rifiuta l'evento; senza file, o con il giorno
      *non ancora registrato, l'evento passa come sempre
       01  Giorno-Da-Controllare PIC 9(8) VALUE 0.
       01  Giorno-Di-Lezione PIC X VALUE "Y".
       01  Giorno-Ore-Lezione PIC 9 VALUE 0.
       01  Giorno-Motivo PIC X(30) VALUE SPACES.
      *Accesso con i conti di OPERATORI.DAT; senza il file si entra
      *liberi come prima
       01  Operatori-Presenti PIC X VALUE "N".
       01  Operatore-Autenticato PIC X VALUE "N".
       01  Operatore-Ruolo PIC X VALUE SPACE.
       01  Operatore-ID PIC X(10) VALUE SPACES.
       01  Sigla-Inserita PIC X(10) VALUE SPACES.
       01  Password-Inserita PIC X(20) VALUE SPACES.
       01  Tentativi-Accesso PIC 9 VALUE 0.
       01  Fine-Operatori PIC X VALUE "N".
      *Ambito di un conto collegato a un docente (OP-Docente):
      *classi e materie delle sue cattedre in corso e delle sue
      *supplenze attive oggi (materia a spazi = tutta la classe);
      *il coordinatore (incarico COOR in INCARICHI.DAT o, per le
      *classi senza incarico, la sigla in CL-Coordinatore) ha tutta
      *la sua classe. Amministratori e conti non collegati non hanno
      *limiti
       01  Operatore-Docente PIC X(10) VALUE SPACES.
       01  Ambito-Limitato PIC X VALUE "N".
       01  Ambito-Tab.
           05  Ambito-Voce OCCURS 100 TIMES.
               10  AB-Classe PIC X(4).
               10  AB-Materia PIC X(20).
       01  Ambito-Cont PIC 999 VALUE 0.
       01  Ambito-Idx PIC 999 VALUE 0.
       01  Ambito-Classe PIC X(4) VALUE SPACES.
       01  Ambito-Materia PIC X(20) VALUE SPACES.
       01  Ambito-Esito PIC X VALUE "Y".
       01  Ambito-Oggi PIC 9(8) VALUE 0.
       01  Fine-Ambito PIC X VALUE "N".
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8000-CONTROLLA-ACCESSO
           IF Operatori-Presenti = "Y"
                   AND Operatore-Autenticato NOT = "Y"
               DISPLAY "Accesso negato"
               STOP RUN
           END-IF
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 8100-CARICA-AMBITO
           DISPLAY "Classe (es. 3A): "
           ACCEPT Classe-Scelta
           DISPLAY "Materia: "
           PERFORM 9700-CARICA-CATALOGO
           PERFORM 9730-CHIEDI-MATERIA
           MOVE Materia-Codice TO Materia-Scelta
           MOVE Classe-Scelta TO Ambito-Classe
           MOVE Materia-Scelta TO Ambito-Materia
           PERFORM 8200-CONTROLLA-AMBITO
           IF Ambito-Esito NOT = "Y"
               PERFORM 8300-NEGA-AMBITO
               STOP RUN
           END-IF
           DISPLAY "Periodo (1-4): "
           ACCEPT Periodo-Scelto
           PERFORM 0500-CONTROLLA-PERIODO-CHIUSO
                   "nessun voto della materia nel periodo"
               STOP RUN
           END-IF
           PERFORM 0600-LEGGI-ANNO-CORRENTE
           PERFORM 2000-RIVERSA-PER-SORT
      *I piu' arretrati in testa: meno orali prima, a parita' il
      *piu' vecchio ultimo orale prima
               GIVING PianoOut
           PERFORM 3000-SCRIVI-PIANO
           DISPLAY "Piano scritto su " FileOut-Filename
           IF Esclusi-Mobilita > 0
               DISPLAY "Esclusi dal piano perche' in mobilita' "
                   "internazionale nel periodo: " Esclusi-Mobilita
           END-IF
           IF Operatore-Ruolo = "L"
               MOVE 0 TO Prima-Data-Prevista
           ELSE
               DISPLAY "Prima data delle interrogazioni (AAAAMMGG, "
                   "0 = nessun calendario): "
               ACCEPT Prima-Data-Prevista
           END-IF
           IF Prima-Data-Prevista > 0
               DISPLAY "Interrogati per giorno (0 = 3): "
               ACCEPT Interrogati-Giorno
               IF Interrogati-Giorno = 0
                   MOVE 3 TO Interrogati-Giorno
               END-IF
               PERFORM 4000-CALENDARIZZA
           END-IF
           STOP RUN.

      *Paragrafo 0500-CONTROLLA-PERIODO-CHIUSO: la coppia classe/
               CLOSE FileChiusi
           END-IF.

      *Paragrafo 0600-LEGGI-ANNO-CORRENTE: l'anno scolastico in
      *corso da ANNO-CORRENTE.DAT, chiave dei soggiorni di mobilita'
       0600-LEGGI-ANNO-CORRENTE.
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF.

      *Paragrafo 0800-SEMINA-ROSA: gli studenti attivi della
      *classe (per chiave di classe), tutti con conteggi a zero;
      *ritirati ed esterni non hanno interrogazioni da pianificare
           END-IF.

      *Paragrafo 1000-ACCUMULA-VOTI: conta O/S/P e annota l'ultimo
      *orale per ogni studente della classe nella materia e periodo.
      *Lettura per chiave di classe+periodo+materia: si leggono i
      *soli voti della classe, non l'intero VOTI.DAT
       1000-ACCUMULA-VOTI.
           OPEN INPUT FileVoti
           IF FS-FileVoti NOT = "00"
               DISPLAY "VOTI.DAT non presente"
               STOP RUN
           END-IF
           MOVE Classe-Scelta TO VT-CC-Classe
           MOVE Periodo-Scelto TO VT-CC-Periodo
           MOVE Materia-Scelta TO VT-CC-Materia
           MOVE "N" TO Fine-Scan
           START FileVoti KEY IS NOT LESS THAN VT-Chiave-Classe
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF VT-CC-Classe = Classe-Scelta
                               AND VT-CC-Periodo = Periodo-Scelto
                               AND VT-CC-Materia = Materia-Scelta
                           PERFORM 1100-ACCUMULA-VOCE
                       ELSE
                           MOVE "S" TO Fine-Scan
                       END-IF
               END-READ
           END-PERFORM
           END-EVALUATE.

      *Paragrafo 2000-RIVERSA-PER-SORT: la tabella nel file di
      *lavoro del SORT, senza chi e' in mobilita' internazionale
      *nel periodo
       2000-RIVERSA-PER-SORT.
           MOVE 0 TO Esclusi-Mobilita
           MOVE "N" TO Mobilita-Presente
           OPEN INPUT FileMobilita
           IF FS-FileMobilita = "00"
               MOVE "Y" TO Mobilita-Presente
           END-IF
           OPEN OUTPUT PianoIn
           MOVE 0 TO Conta-Idx
           PERFORM UNTIL Conta-Idx >= Conta-Cont
               ADD 1 TO Conta-Idx
               PERFORM 2100-CONTROLLA-MOBILITA
               IF Mobilita-Trovata = "Y"
                   ADD 1 TO Esclusi-Mobilita
               ELSE
                   MOVE CT-Orali(Conta-Idx) TO PI-Conta-Orali
                   MOVE CT-Ultimo-Orale(Conta-Idx)
                       TO PI-Data-Ultimo-Orale
                   MOVE CT-Matricola(Conta-Idx) TO PI-Matricola
                   MOVE CT-Cognome(Conta-Idx) TO PI-Cognome
                   MOVE CT-Scritti(Conta-Idx) TO PI-Conta-Scritti
                   MOVE CT-Pratici(Conta-Idx) TO PI-Conta-Pratici
                   WRITE PianoIn-Record
               END-IF
           END-PERFORM
           CLOSE PianoIn
           IF Mobilita-Presente = "Y"
               CLOSE FileMobilita
           END-IF.

      *Paragrafo 2100-CONTROLLA-MOBILITA: lo studente della voce
      *corrente ha in MOBILITA.DAT un soggiorno nell'anno in corso
      *sul periodo scelto o sull'anno intero? (file assente =
      *nessun soggiorno)
       2100-CONTROLLA-MOBILITA.
           MOVE "N" TO Mobilita-Trovata
           IF Mobilita-Presente = "Y"
               MOVE CT-Matricola(Conta-Idx) TO MB-ID-Studente
               MOVE Anno-Corrente TO MB-Anno
               READ FileMobilita
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MB-Periodo = 0
                               OR MB-Periodo = Periodo-Scelto
                           MOVE "Y" TO Mobilita-Trovata
                       END-IF
               END-READ
           END-IF.

      *Paragrafo 3000-SCRIVI-PIANO: l'elenco ordinato, con il
      *minimo mancante marcato
           STRING "Piano interrogazioni " DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Materia-Nome-Esteso DELIMITED BY "  "
               " periodo " DELIMITED BY SIZE
               Periodo-Scelto DELIMITED BY SIZE
               INTO riga
           CLOSE PianoOut
           CLOSE FileOut.

      *Paragrafo 4000-CALENDARIZZA: chi e' sotto il minimo, in
      *ordine di piano, riceve una data; si tolgono prima le
      *previsioni di classe, materia e periodo dalla prima data in
      *poi, e le date assegnate si accodano al piano
       4000-CALENDARIZZA.
           PERFORM 4100-TOGLI-PREVISTE
           MOVE "N" TO Orario-Presente
           OPEN INPUT Orario
           IF FS-Orario = "00"
               MOVE "Y" TO Orario-Presente
           ELSE
               DISPLAY "ORARIO.DAT non presente: si usano tutti i "
                   "giorni di lezione"
           END-IF
           OPEN EXTEND FileInterrogazioni
           IF FS-FileInterrogazioni NOT = "00"
               OPEN OUTPUT FileInterrogazioni
           END-IF
           OPEN EXTEND FileOut
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Interrogazioni previste:" TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Previste-Scritte
           MOVE Prima-Data-Prevista TO Giorno-Dopo
           PERFORM 4200-PROSSIMO-GIORNO
           MOVE 0 TO Interrogati-Oggi
           OPEN INPUT PianoOut
           MOVE "N" TO Fine-File
           PERFORM UNTIL Fine-File = "S" OR Giorno-Trovato NOT = "Y"
               READ PianoOut
                   AT END
                       MOVE "S" TO Fine-File
                   NOT AT END
                       IF PO-Conta-Orali < MINIMO-VOTI-PER-TIPO
                           IF Interrogati-Oggi >= Interrogati-Giorno
                               PERFORM 9410-GIORNO-SUCCESSIVO
                               PERFORM 4200-PROSSIMO-GIORNO
                               MOVE 0 TO Interrogati-Oggi
                           END-IF
                           IF Giorno-Trovato = "Y"
                               PERFORM 4300-SCRIVI-PREVISTA
                               ADD 1 TO Interrogati-Oggi
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PianoOut
           IF Giorno-Trovato NOT = "Y"
               MOVE SPACES TO riga
               STRING "ATTENZIONE: nessun giorno utile, "
                       DELIMITED BY SIZE
                   "calendario incompleto" DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               DISPLAY "Nessun giorno utile entro l'anno: "
                   "calendario incompleto"
           END-IF
           CLOSE FileOut
           CLOSE FileInterrogazioni
           IF Orario-Presente = "Y"
               CLOSE Orario
           END-IF
           DISPLAY "Interrogazioni in calendario: " Previste-Scritte.

      *Paragrafo 4100-TOGLI-PREVISTE: via da INTERROGAZIONI.DAT le
      *previsioni della stessa classe, materia e periodo dalla
      *prima data in poi, riscrivendo via INTERROGAZIONI.TMP
       4100-TOGLI-PREVISTE.
           MOVE 0 TO Previste-Tolte
           OPEN INPUT FileInterrogazioni
           IF FS-FileInterrogazioni = "00"
               OPEN OUTPUT FileInterrogazioniNew
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileInterrogazioni
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF IN-Classe = Classe-Scelta
                                   AND IN-Materia = Materia-Scelta
                                   AND IN-Periodo = Periodo-Scelto
                                   AND IN-Data >= Prima-Data-Prevista
                               ADD 1 TO Previste-Tolte
                           ELSE
                               MOVE FileInterrogazioni-Record
                                   TO FileInterrogazioniNew-Record
                               WRITE FileInterrogazioniNew-Record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileInterrogazioni
               CLOSE FileInterrogazioniNew
               OPEN INPUT FileInterrogazioniNew
               OPEN OUTPUT FileInterrogazioni
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileInterrogazioniNew
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           MOVE FileInterrogazioniNew-Record
                               TO FileInterrogazioni-Record
                           WRITE FileInterrogazioni-Record
                   END-READ
               END-PERFORM
               CLOSE FileInterrogazioniNew
               CLOSE FileInterrogazioni
               IF Previste-Tolte > 0
                   DISPLAY "Previsioni precedenti sostituite: "
                       Previste-Tolte
               END-IF
           END-IF.

      *Paragrafo 4200-PROSSIMO-GIORNO: da Giorno-Dopo in avanti il
      *primo giorno di lezione (non domenica, non escluso da
      *GIORNI.DAT) con la materia nell'orario della classe; si
      *cerca per un anno al massimo
       4200-PROSSIMO-GIORNO.
           MOVE "N" TO Giorno-Trovato
           MOVE 0 TO Giorni-Tentati
           PERFORM UNTIL Giorno-Trovato = "Y" OR Giorni-Tentati > 366
               ADD 1 TO Giorni-Tentati
               PERFORM 9430-GIORNO-SETTIMANA
               IF Giorno-Settimana < 7
                   MOVE Giorno-Dopo TO Giorno-Da-Controllare
                   PERFORM 9600-CONTROLLA-GIORNO
                   IF Giorno-Di-Lezione = "Y"
                       PERFORM 4250-MATERIA-IN-ORARIO
                       IF Materia-In-Orario = "Y"
                           MOVE "Y" TO Giorno-Trovato
                       END-IF
                   END-IF
               END-IF
               IF Giorno-Trovato NOT = "Y"
                   PERFORM 9410-GIORNO-SUCCESSIVO
               END-IF
           END-PERFORM
           MOVE Giorno-Dopo TO Data-Prevista.

      *Paragrafo 4250-MATERIA-IN-ORARIO: la classe ha la materia in
      *almeno un'ora del giorno della settimana? Senza orario si'
       4250-MATERIA-IN-ORARIO.
           MOVE "Y" TO Materia-In-Orario
           IF Orario-Presente = "Y"
               MOVE "N" TO Materia-In-Orario
               MOVE Classe-Scelta TO OR-Classe
               MOVE Giorno-Settimana TO OR-Giorno
               MOVE 0 TO OR-Ora
               MOVE "N" TO Fine-Scan
               START Orario KEY IS NOT LESS THAN OR-Chiave
                   INVALID KEY MOVE "S" TO Fine-Scan
               END-START
               PERFORM UNTIL Fine-Scan = "S"
                   READ Orario NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF OR-Classe NOT = Classe-Scelta
                                   OR OR-Giorno NOT = Giorno-Settimana
                               MOVE "S" TO Fine-Scan
                           ELSE IF OR-Materia = Materia-Scelta
                               MOVE "Y" TO Materia-In-Orario
                               MOVE "S" TO Fine-Scan
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *Paragrafo 4300-SCRIVI-PREVISTA: la data dello studente in
      *INTERROGAZIONI.DAT e in coda al piano
       4300-SCRIVI-PREVISTA.
           MOVE Classe-Scelta TO IN-Classe
           MOVE Materia-Scelta TO IN-Materia
           MOVE Periodo-Scelto TO IN-Periodo
           MOVE Data-Prevista TO IN-Data
           MOVE PO-Matricola TO IN-ID-Studente
           WRITE FileInterrogazioni-Record
           ADD 1 TO Previste-Scritte
           MOVE SPACES TO riga
           STRING Data-Prevista DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PO-Matricola DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PO-Cognome DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 8000-CONTROLLA-ACCESSO: credenziali su
      *OPERATORI.DAT (fino a tre tentativi); con il file assente si
      *entra liberi, come prima dei conti
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
                                   MOVE OP-Docente
                                       TO Operatore-Docente
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

      *Paragrafo 8100-CARICA-AMBITO: classi e materie su cui puo'
      *lavorare un conto collegato a un docente, dalle cattedre in
      *corso oggi e dalle supplenze attive oggi; l'amministratore e
      *i conti non collegati restano senza limiti. Senza CATTEDRE.DAT
      *non si sa chi insegna cosa: si avvisa e non si limita
       8100-CARICA-AMBITO.
           MOVE "N" TO Ambito-Limitato
           MOVE 0 TO Ambito-Cont
           IF Operatore-Docente NOT = SPACES
                   AND Operatore-Ruolo NOT = "A"
               OPEN INPUT FileCattedre
               IF FS-FileCattedre NOT = "00"
                   DISPLAY "Attenzione: CATTEDRE.DAT assente, conto "
                       "non limitato alle classi del docente"
               ELSE
                   MOVE "Y" TO Ambito-Limitato
                   ACCEPT Ambito-Oggi FROM DATE YYYYMMDD
                   MOVE "N" TO Fine-Ambito
                   PERFORM UNTIL Fine-Ambito = "S"
                       READ FileCattedre
                           AT END
                               MOVE "S" TO Fine-Ambito
                           NOT AT END
                               IF CT-Docente = Operatore-Docente
                                       AND CT-Dal <= Ambito-Oggi
                                       AND CT-Al >= Ambito-Oggi
                                   MOVE CT-Classe TO Ambito-Classe
                                   MOVE CT-Materia TO Ambito-Materia
                                   PERFORM 8150-AGGIUNGI-AMBITO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileCattedre
                   OPEN INPUT FileSupplenze
                   IF FS-FileSupplenze = "00"
                       MOVE "N" TO Fine-Ambito
                       PERFORM UNTIL Fine-Ambito = "S"
                           READ FileSupplenze
                               AT END
                                   MOVE "S" TO Fine-Ambito
                               NOT AT END
                                   IF SU-Supplente = Operatore-Docente
                                           AND SU-Inizio <= Ambito-Oggi
                                           AND SU-Fine >= Ambito-Oggi
                                       MOVE SU-Classe TO Ambito-Classe
                                       MOVE SU-Materia
                                           TO Ambito-Materia
                                       PERFORM 8150-AGGIUNGI-AMBITO
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE FileSupplenze
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 8150-AGGIUNGI-AMBITO: accoda classe e materia
      *all'ambito del docente
       8150-AGGIUNGI-AMBITO.
           IF Ambito-Cont < 100
               ADD 1 TO Ambito-Cont
               MOVE Ambito-Classe TO AB-Classe(Ambito-Cont)
               MOVE Ambito-Materia TO AB-Materia(Ambito-Cont)
           END-IF.

      *Paragrafo 8200-CONTROLLA-AMBITO: Ambito-Classe (e
      *Ambito-Materia, se valorizzata) e' tra quelle del docente
      *collegato al conto, o il docente coordina la classe?
      *Risposta in Ambito-Esito
       8200-CONTROLLA-AMBITO.
           MOVE "Y" TO Ambito-Esito
           IF Ambito-Limitato = "Y"
               MOVE "N" TO Ambito-Esito
               MOVE 0 TO Ambito-Idx
               PERFORM UNTIL Ambito-Idx >= Ambito-Cont
                   ADD 1 TO Ambito-Idx
                   IF AB-Classe(Ambito-Idx) = Ambito-Classe
                       IF Ambito-Materia = SPACES
                               OR AB-Materia(Ambito-Idx)
                                   = Ambito-Materia
                           MOVE "Y" TO Ambito-Esito
                       END-IF
                   END-IF
               END-PERFORM
               IF Ambito-Esito NOT = "Y"
                   PERFORM 8250-CONTROLLA-COORDINATORE
               END-IF
           END-IF.

      *Paragrafo 8250-CONTROLLA-COORDINATORE: il coordinatore di
      *classe vede tutta la classe: e' il docente con l'incarico
      *COOR attivo oggi in INCARICHI.DAT (Incarichi); solo per le
      *classi senza incarico vale la sigla in CL-Coordinatore
       8250-CONTROLLA-COORDINATORE.
           PERFORM 8255-CERCA-COORDINATORE
           IF Coordinatore-Incarico NOT = SPACES
               IF Coordinatore-Incarico = Operatore-Docente
                   MOVE "Y" TO Ambito-Esito
               END-IF
           ELSE
               OPEN INPUT Classi
               IF FS-Classi = "00"
                   MOVE Ambito-Classe TO CL-Codice
                   READ Classi
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CL-Coordinatore = Operatore-Docente
                               MOVE "Y" TO Ambito-Esito
                           END-IF
                   END-READ
                   CLOSE Classi
               END-IF
           END-IF.

      *Paragrafo 8255-CERCA-COORDINATORE: la sigla del docente con
      *incarico di coordinamento (COOR) attivo oggi per Ambito-Classe
      *in INCARICHI.DAT, come negli elenchi di GiustifichePortale
       8255-CERCA-COORDINATORE.
           MOVE SPACES TO Coordinatore-Incarico
           ACCEPT Coordinatore-Data FROM DATE YYYYMMDD
           OPEN INPUT FileIncarichi
           IF FS-FileIncarichi = "00"
               MOVE 0 TO INC-Numero
               MOVE "N" TO Fine-Incarichi
               START FileIncarichi KEY IS NOT LESS THAN INC-Numero
                   INVALID KEY MOVE "S" TO Fine-Incarichi
               END-START
               PERFORM UNTIL Fine-Incarichi = "S"
                   READ FileIncarichi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Incarichi
                       NOT AT END
                           IF INC-Ruolo = "COOR"
                                   AND INC-Stato = "A"
                                   AND INC-Classe = Ambito-Classe
                                   AND INC-Dal <= Coordinatore-Data
                                   AND INC-Al >= Coordinatore-Data
                               MOVE INC-Docente
                                   TO Coordinatore-Incarico
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileIncarichi
           END-IF.

      *Paragrafo 8300-NEGA-AMBITO: rifiuto a video e traccia in
      *AUDIT.LOG del tentativo fuori ambito
       8300-NEGA-AMBITO.
           DISPLAY "Classe " Ambito-Classe " " Ambito-Materia
               " fuori dall'ambito del docente " Operatore-Docente
           MOVE SPACES TO Audit-Descrizione
           STRING "Negato fuori ambito " DELIMITED BY SIZE
               Ambito-Classe DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               Ambito-Materia DELIMITED BY SPACE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT.

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
               MOVE SPACES TO Audit-Descrizione
               STRING "Deroga manutenzione " DELIMITED BY SIZE
                   Operatore-ID DELIMITED BY SPACE
                   " PianificaInterrogazioni" DELIMITED BY SIZE
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

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *operatore/descrizione ad AUDIT.LOG
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
               Operatore-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Descrizione DELIMITED BY SIZE
               INTO FileAudit-Record
           WRITE FileAudit-Record
           CLOSE FileAudit.

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

      *Paragrafo 9430-GIORNO-SETTIMANA: il giorno della settimana di
      *Giorno-Dopo con la congruenza di Zeller (gennaio e febbraio
      *contano come mesi 13 e 14 dell'anno prima); il resto 0 e'
      *il sabato, 1 la domenica, 2 il lunedi'
       9430-GIORNO-SETTIMANA.
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

      *Paragrafo 9600-CONTROLLA-GIORNO: Giorno-Da-Controllare e' un
      *giorno di lezione? Giorno-Ore-Lezione riporta le ore del
      *giorno registrato (0 se non registrato), Giorno-Motivo il
      *perche' di un rifiuto
       9600-CONTROLLA-GIORNO.
           MOVE "Y" TO Giorno-Di-Lezione
           MOVE 0 TO Giorno-Ore-Lezione
           MOVE SPACES TO Giorno-Motivo
           OPEN INPUT FileGiorni
           IF FS-FileGiorni = "00"
               MOVE Giorno-Da-Controllare TO GG-Data
               READ FileGiorni
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GG-Ore TO Giorno-Ore-Lezione
                       IF NOT GG-Lezione
                           MOVE "N" TO Giorno-Di-Lezione
                           MOVE GG-Descrizione TO Giorno-Motivo
                       END-IF
               END-READ
               CLOSE FileGiorni
           END-IF
           IF Giorno-Di-Lezione = "N" AND Giorno-Motivo = SPACES
               EVALUATE GG-Tipo
                   WHEN "F" MOVE "festivita'" TO Giorno-Motivo
                   WHEN "C" MOVE "chiusura straordinaria"
                       TO Giorno-Motivo
                   WHEN "S" MOVE "sciopero" TO Giorno-Motivo
                   WHEN "A" MOVE "assemblea studentesca"
                       TO Giorno-Motivo
                   WHEN OTHER MOVE "giorno senza lezione"
                       TO Giorno-Motivo
               END-EVALUATE
           END-IF.

      *Paragrafo 9700-CARICA-CATALOGO: catalogo in memoria
      *Nome, codice e scala di ogni materia di MATERIE.DAT; senza
      *catalogo la tabella resta vuota e la materia vale come scritta
       9700-CARICA-CATALOGO.
           MOVE 0 TO Cat-Cont
           OPEN INPUT MaterieMaster
           IF FS-MaterieMaster = "00"
               MOVE "N" TO Fine-Catalogo
               PERFORM UNTIL Fine-Catalogo = "S"
                   READ MaterieMaster NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Catalogo
                       NOT AT END
                           IF Cat-Cont < 300
                               ADD 1 TO Cat-Cont
                               MOVE MM-Nome TO Cat-Nome(Cat-Cont)
                               MOVE MM-Codice TO Cat-Codice(Cat-Cont)
                               MOVE MM-Scala TO Cat-Scala(Cat-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MaterieMaster
           END-IF.

      *Paragrafo 9710-RISOLVI-MATERIA: codice della materia
      *Da quanto digitato in Materia-Input (codice, nome completo
      *o nome troncato ai 20 caratteri dei vecchi tracciati) al
      *codice da scrivere nei file. Esito C codice o nome esatto,
      *T nome troncato riconosciuto, A nome troncato comune a piu'
      *materie, I materia sconosciuta. Una materia a catalogo senza
      *codice resta scritta per nome
       9710-RISOLVI-MATERIA.
           MOVE SPACES TO Materia-Codice
           MOVE Materia-Input TO Materia-Nome-Esteso
           MOVE SPACE TO Materia-Scala-Cat
           MOVE "I" TO Materia-Esito
           MOVE 0 TO Cat-Scelta
           MOVE 0 TO Cat-Idx
           PERFORM UNTIL Cat-Idx >= Cat-Cont OR Cat-Scelta > 0
               ADD 1 TO Cat-Idx
               IF Materia-Input = Cat-Nome(Cat-Idx)
                   MOVE Cat-Idx TO Cat-Scelta
               END-IF
               IF Cat-Codice(Cat-Idx) NOT = SPACES
                       AND Materia-Input = Cat-Codice(Cat-Idx)
                   MOVE Cat-Idx TO Cat-Scelta
               END-IF
           END-PERFORM
           IF Cat-Scelta > 0
               MOVE "C" TO Materia-Esito
           ELSE
               IF Materia-Input NOT = SPACES
                       AND Materia-Input(21:60) = SPACES
                   MOVE 0 TO Cat-Trovati
                   MOVE 0 TO Cat-Idx
                   PERFORM UNTIL Cat-Idx >= Cat-Cont
                       ADD 1 TO Cat-Idx
                       IF Cat-Nome(Cat-Idx)(1:20)
                               = Materia-Input(1:20)
                           ADD 1 TO Cat-Trovati
                           MOVE Cat-Idx TO Cat-Scelta
                       END-IF
                   END-PERFORM
                   IF Cat-Trovati = 1
                       MOVE "T" TO Materia-Esito
                   ELSE IF Cat-Trovati > 1
                       MOVE "A" TO Materia-Esito
                       MOVE 0 TO Cat-Scelta
                   END-IF
                   END-IF
               END-IF
           END-IF
           IF Cat-Scelta > 0
               IF Cat-Codice(Cat-Scelta) NOT = SPACES
                   MOVE Cat-Codice(Cat-Scelta) TO Materia-Codice
               ELSE
                   MOVE Cat-Nome(Cat-Scelta) TO Materia-Codice
               END-IF
               MOVE Cat-Nome(Cat-Scelta) TO Materia-Nome-Esteso
               MOVE Cat-Scala(Cat-Scelta) TO Materia-Scala-Cat
           END-IF.

      *Paragrafo 9730-CHIEDI-MATERIA: materia digitata
      *Codice o nome della materia, ridotto al codice in
      *Materia-Codice; non risolto (o senza catalogo) vale quanto
      *digitato
       9730-CHIEDI-MATERIA.
           ACCEPT Materia-Input
           PERFORM 9710-RISOLVI-MATERIA
           IF NOT Materia-Risolta
               MOVE Materia-Input TO Materia-Codice
               IF Materia-Ambigua
                   DISPLAY "Nome comune a piu' materie: indicare il "
                       "codice o il nome completo"
               END-IF
           END-IF.

       END PROGRAM PianificaInterrogazioni.
