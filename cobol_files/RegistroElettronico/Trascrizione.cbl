      *Trascrizione pluriennale per certificati di trasferimento e
      *iscrizione: data una matricola, unisce ARCHIVIO-STORICO.DAT e
      *RECUPERI.DAT in un certificato cumulativo formale - per ogni
      *anno scolastico la classe, la media, l'esito, i voti finali
      *ratificati dal consiglio, il giudizio descrittivo di fine
      *anno, gli esiti dei recuperi e, per la quinta, il voto di
      *diploma dell'esame di Stato -
      *impaginato con intestazione e piede pagina sullo schema di
      *REGISTRO-STAMPA.txt, pronto per firma e timbro su
      *CERTIFICATO-<matricola>.txt. Prima la segreteria passava al
      *setaccio anni di archivio a mano.
      *Sotto la matricola, se registrati nell'anagrafica estesa
      *(ANAGRAFICA-ESTESA.DAT), codice fiscale, luogo e data di
      *nascita e cittadinanza, come li chiede la scuola ricevente.
      *Se il certificato risponde a una richiesta dello sportello
      *(Sportello), il numero della richiesta si da' all'avvio: la
      *richiesta, se aperta per la matricola, si chiude con il
      *numero di protocollo del certificato.
      *A richiesta, dopo l'originale italiano, l'edizione bilingue
      *italiano/inglese (CERTIFICATO-EN-<matricola>.txt) per chi si
      *trasferisce in una scuola internazionale o all'estero: stessi
      *dati con le diciture in due lingue, i nomi inglesi delle
      *materie da MATERIE-INGLESE.DAT (MaterieManut) e in fondo la
      *scala di valutazione italiana spiegata; e' protocollata come
      *documento a se' (CERTIFICATO-EN) con riferimento al numero
      *dell'originale.
      *Fra i voti finali le materie a giudizio riportano la parola
      *del giudizio ratificato, non un numero.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Anagrafica estesa per matricola (StudentiMaster)
           SELECT AnagraficaEstesa ASSIGN TO 'ANAGRAFICA-ESTESA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AE-ID
               ALTERNATE RECORD KEY IS AE-Codice-Fiscale
                   WITH DUPLICATES
               FILE STATUS IS FS-AnagraficaEstesa.
      *Archivio storico indicizzato per matricola+anno scolastico,
      *con la media in forma numerica: la storia di uno studente e'
      *una lettura diretta per chiave (la conversione una tantum del
           SELECT FileCreditiScol ASSIGN TO 'CREDITI-SCOLASTICI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCreditiScol.
      *Voti finali per materia ratificati dal consiglio
      *(VOTI-FINALI.DAT, scritti da ScrutinioConsiglio): sul
      *certificato vanno i voti del periodo finale dell'anno
           SELECT FileVotiFinali ASSIGN TO 'VOTI-FINALI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileVotiFinali.
      *Giudizi descrittivi di periodo (GIUDIZI.DAT, composti dal
      *consiglio con GiudiziDescrittivi): sul certificato va il
      *giudizio dell'ultimo periodo dell'anno trascritto
           SELECT FileGiudizi ASSIGN TO 'GIUDIZI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileGiudizi.
           SELECT FileOut ASSIGN TO FileOut-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.
           SELECT FileProtocollo ASSIGN TO 'PROTOCOLLO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileProtocollo.
      *Coda delle richieste dello sportello (Sportello): la
      *richiesta evasa prende il numero di protocollo del certificato
           SELECT FileRichieste ASSIGN TO 'RICHIESTE-CERTIFICATI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RQ-Numero
               FILE STATUS IS FS-FileRichieste.
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
      *Nomi inglesi delle materie per codice (MaterieManut), per
      *l'edizione bilingue
           SELECT MaterieInglese ASSIGN TO 'MATERIE-INGLESE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MI-Codice
               FILE STATUS IS FS-MaterieInglese.
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
      *trasferito ad altro istituto in corso d'anno
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
       FD  AnagraficaEstesa.
       01  AnagraficaEstesa-Record.
           05  AE-ID PIC 9(6).
           05  AE-Codice-Fiscale PIC X(16).
           05  AE-Data-Nascita PIC 9(8).
           05  AE-Data-Nascita-Testo REDEFINES AE-Data-Nascita
               PIC X(8).
           05  AE-Luogo-Nascita PIC X(30).
           05  AE-Provincia-Nascita PIC X(2).
           05  AE-Sesso PIC X(1).
           05  AE-Cittadinanza PIC X(20).
       FD  FileArchivio.
       01  FileArchivio-Record.
           05  FA-Chiave.
           05  FA-Classe PIC X(4).
           05  FA-Media PIC 99V99.
           05  FA-Esito PIC X(9).
           05  FA-Voto-Diploma PIC 9(3).
           05  FA-Lode PIC X(1).
       FD  FileRecuperi.
       01  FileRecuperi-Record.
           05  FR-ID-Studente PIC 9(6).
           05  CSC-Classe PIC X(4).
           05  CSC-Media PIC 99V99.
           05  CSC-Credito PIC 99.
       FD  FileVotiFinali.
       01  FileVotiFinali-Record.
           05  VF-ID-Studente PIC 9(6).
           05  VF-Anno-Scolastico PIC X(9).
           05  VF-Classe PIC X(4).
           05  VF-Periodo PIC 9(1).
           05  VF-Materia PIC X(20).
           05  VF-Voto PIC 99.
           05  VF-Proposta PIC 99.
           05  VF-Media PIC 99V99.
           05  VF-Data PIC 9(8).
      *Tipo "G" per le materie a giudizio (religione cattolica,
      *attivita' alternativa): voto e proposta sono il codice del
      *giudizio da 1 (insufficiente) a 5 (ottimo) e non fanno media
           05  VF-Tipo PIC X(1).
       FD  FileGiudizi.
       01  FileGiudizi-Record.
           05  GD-ID-Studente PIC 9(6).
           05  GD-Anno PIC X(9).
           05  GD-Periodo PIC 9(1).
           05  GD-Classe PIC X(4).
           05  GD-Codice OCCURS 6 TIMES PIC X(6).
           05  GD-Riga OCCURS 8 TIMES PIC X(70).
           05  GD-Data PIC 9(8).
           05  GD-Operatore PIC X(10).
       FD  FileOut.
       01  FileOut-Record PIC X(80).
       FD  FileProtocollo.
           05  PRT-Matricola PIC 9(6).
           05  PRT-Operatore PIC X(10).
           05  PRT-Riferimento PIC 9(6).
      *Richiesta allo sportello, come in Sportello
       FD  FileRichieste.
       01  Richieste-Record.
           05  RQ-Numero PIC 9(6).
           05  RQ-Data-Richiesta PIC 9(8).
           05  RQ-Matricola PIC 9(6).
           05  RQ-Tipo PIC X(11).
           05  RQ-Canale PIC X(9).
           05  RQ-Richiedente PIC X(40).
           05  RQ-Relazione PIC X(10).
           05  RQ-Recapito PIC X(40).
           05  RQ-Scadenza PIC 9(8).
           05  RQ-Stato PIC X(1).
               88  RQ-Aperta VALUE "A".
               88  RQ-Evasa VALUE "E".
               88  RQ-Annullata VALUE "N".
           05  RQ-Data-Evasione PIC 9(8).
           05  RQ-Protocollo PIC 9(6).
           05  RQ-Operatore PIC X(10).
           05  RQ-Note PIC X(30).
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
       FD  MaterieInglese.
       01  MaterieInglese-Record.
           05  MI-Codice PIC X(6).
           05  MI-Nome PIC X(50).
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
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileArchivio PIC XX VALUE SPACES.
       01  FS-FileRecuperi PIC XX VALUE SPACES.
       01  Anno-Compatto PIC X(8) VALUE SPACES.
       01  ID-Studente PIC 9(6) VALUE 0.
       01  Studente-Trovato PIC X VALUE "N".
       01  FS-AnagraficaEstesa PIC XX VALUE SPACES.
       01  Estesa-Trovata PIC X VALUE "N".
       01  Fine-File PIC X VALUE "N".
       01  Anni-Trascritti PIC 99 VALUE 0.
       01  Recuperi-Anno PIC 99 VALUE 0.
       01  Credito-Anno-Visto PIC X VALUE "N".
       01  Credito-for PIC ZZ9.
       01  Credito-Anno-for PIC Z9.
      *Voto dell'esame di Stato riportato sulla riga d'anno
       01  SOGLIA-DIPLOMA PIC 9(3) VALUE 60.
       01  Voto-Diploma-for PIC ZZ9.
      *Voti finali ratificati dell'anno trascritto
       01  FS-FileVotiFinali PIC XX VALUE SPACES.
       01  Fine-Finali PIC X VALUE "N".
       01  Periodo-Finale PIC 9 VALUE 0.
       01  Voti-Finali-Anno PIC 99 VALUE 0.
       01  Voto-Finale-for PIC Z9.
      *Voti finali delle materie a giudizio: la parola del giudizio
       01  Giudizi-Dati.
           02  FILLER PIC X(13) VALUE "insufficiente".
           02  FILLER PIC X(13) VALUE "sufficiente".
           02  FILLER PIC X(13) VALUE "buono".
           02  FILLER PIC X(13) VALUE "distinto".
           02  FILLER PIC X(13) VALUE "ottimo".
       01  Giudizi-Tab REDEFINES Giudizi-Dati.
           02  Giudizio-Parola OCCURS 5 TIMES PIC X(13).
       01  Giudizi-Inglesi-Dati.
           02  FILLER PIC X(13) VALUE "fail".
           02  FILLER PIC X(13) VALUE "pass".
           02  FILLER PIC X(13) VALUE "good".
           02  FILLER PIC X(13) VALUE "very good".
           02  FILLER PIC X(13) VALUE "excellent".
       01  Giudizi-Inglesi-Tab REDEFINES Giudizi-Inglesi-Dati.
           02  Giudizio-Inglese OCCURS 5 TIMES PIC X(13).
       01  Voto-Finale-Testo PIC X(30) VALUE SPACES.
      *Giudizio descrittivo dell'ultimo periodo dell'anno trascritto
       01  FS-FileGiudizi PIC XX VALUE SPACES.
       01  Fine-Giudizi PIC X VALUE "N".
       01  Periodo-Giudizio PIC 9 VALUE 0.
       01  Giudizio-Righe-Tab.
           05  Giudizio-Riga OCCURS 8 TIMES PIC X(70).
       01  Giudizio-Riga-Idx PIC 9 VALUE 0.
      *Emissione del numero di protocollo del certificato
       01  FS-FileProtocollo PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
      *Richiesta allo sportello evasa da questo documento
       01  FS-FileRichieste PIC XX VALUE SPACES.
       01  Richiesta-Numero PIC 9(6) VALUE 0.
       01  TIPO-RICHIESTA PIC X(11) VALUE "CERTIFICATO".
      *Catalogo materie in memoria: nei file la materia e' scritta
      *con il suo codice (MM-Codice), il nome del catalogo serve per
      *la stampa
       01  Catalogo-Materie.
           05  Cat-Voce OCCURS 300 TIMES.
               10  Cat-Nome PIC X(80).
               10  Cat-Codice PIC X(6).
               10  Cat-Scala PIC X(1).
       01  Cat-Cont PIC 999 VALUE 0.
       01  Cat-Idx PIC 999 VALUE 0.
       01  Fine-Catalogo PIC X VALUE "N".
       01  Materia-Codice PIC X(20) VALUE SPACES.
       01  Materia-Nome-Esteso PIC X(80) VALUE SPACES.
       01  Protocollo-Numero PIC 9(6) VALUE 0.
       01  Protocollo-Riferimento PIC 9(6) VALUE 0.
       01  Protocollo-Data PIC 9(8) VALUE 0.
       01  Stampa-LineCount PIC 99 VALUE 0.
           88  Stampa-NewPageRequired VALUE 50 THRU 99.
       01  Stampa-PageCount PIC 99 VALUE 0.
      *Edizione bilingue italiano/inglese del certificato: diciture
      *in due lingue, esiti e scala di valutazione dalle tabelle qui
      *sotto, protocollo proprio che riferisce l'originale
       01  Risposta-Bilingue PIC X VALUE SPACES.
       01  Certificato-Bilingue PIC X VALUE "N".
       01  FS-MaterieInglese PIC XX VALUE SPACES.
       01  Inglese-Aperto PIC X VALUE "N".
       01  Nome-Inglese PIC X(50) VALUE SPACES.
       01  Protocollo-Originale PIC 9(6) VALUE 0.
       01  Esito-Da-Tradurre PIC X(15) VALUE SPACES.
       01  Esito-Inglese PIC X(32) VALUE SPACES.
       01  Esiti-Inglesi-Dati.
           02  FILLER PIC X(15) VALUE "PROMOSSO".
           02  FILLER PIC X(32) VALUE "promoted to the next year".
           02  FILLER PIC X(15) VALUE "BOCCIATO".
           02  FILLER PIC X(32) VALUE "not promoted".
           02  FILLER PIC X(15) VALUE "SOSPESO".
           02  FILLER PIC X(32) VALUE "final assessment deferred".
           02  FILLER PIC X(15) VALUE "MOBILITA".
           02  FILLER PIC X(32) VALUE "year abroad (study mobility)".
           02  FILLER PIC X(15) VALUE "NONVALIDO".
           02  FILLER PIC X(32) VALUE "year not valid (absence limit)".
           02  FILLER PIC X(15) VALUE "IDONEO".
           02  FILLER PIC X(32) VALUE "passed qualifying exam".
           02  FILLER PIC X(15) VALUE "NONIDONEO".
           02  FILLER PIC X(32) VALUE "failed qualifying exam".
           02  FILLER PIC X(15) VALUE "Recuperata".
           02  FILLER PIC X(32) VALUE "passed".
           02  FILLER PIC X(15) VALUE "Non recuperata".
           02  FILLER PIC X(32) VALUE "not passed".
           02  FILLER PIC X(15) VALUE "In attesa".
           02  FILLER PIC X(32) VALUE "pending".
       01  Esiti-Inglesi-Tab REDEFINES Esiti-Inglesi-Dati.
           02  Esiti-Inglesi-Voce OCCURS 10 TIMES.
               03  EI-Esito PIC X(15).
               03  EI-Inglese PIC X(32).
       01  Esiti-Inglesi-Idx PIC 99 VALUE 0.
       01  Scala-Voti-Dati.
           02  FILLER PIC X(56) VALUE
               "Scala di valutazione / Italian grading scale:".
           02  FILLER PIC X(56) VALUE
               "  voti in decimi / marks out of ten".
           02  FILLER PIC X(56) VALUE
               "  10 eccellente / outstanding, 9 ottimo / excellent".
           02  FILLER PIC X(56) VALUE
               "  8 buono / good, 7 discreto / fairly good".
           02  FILLER PIC X(56) VALUE
               "  6 sufficiente / pass (lowest passing mark)".
           02  FILLER PIC X(56) VALUE
               "  5 insufficiente / fail".
           02  FILLER PIC X(56) VALUE
               "  4 o meno gravemente insufficiente / serious fail".
           02  FILLER PIC X(56) VALUE
               "  religione e attivita' alternativa a giudizio /".
           02  FILLER PIC X(56) VALUE
               "  religion and alternative activity are graded as".
           02  FILLER PIC X(56) VALUE
               "  ottimo / excellent, distinto / very good,".
           02  FILLER PIC X(56) VALUE
               "  buono / good, sufficiente / pass,".
           02  FILLER PIC X(56) VALUE
               "  insufficiente / fail".
           02  FILLER PIC X(56) VALUE
               "  esame di Stato in centesimi / State exam out of 100".
           02  FILLER PIC X(56) VALUE
               "  minimo 60 / pass mark 60; e lode = with honours".
           02  FILLER PIC X(56) VALUE
               "  credito scolastico: massimo 40 punti nel triennio /".
           02  FILLER PIC X(56) VALUE
               "  school credits: up to 40 points, last three years".
       01  Scala-Voti-Tab REDEFINES Scala-Voti-Dati.
           02  Scala-Voti-Riga OCCURS 16 TIMES PIC X(56).
       01  Scala-Voti-Idx PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 1500-LEGGI-ANNO-CORRENTE
           PERFORM 9700-CARICA-CATALOGO
           DISPLAY "Matricola dello studente: "
           ACCEPT ID-Studente
           OPEN INPUT Studenti
               DISPLAY "Matricola non in anagrafica"
               STOP RUN
           END-IF
           DISPLAY "Richiesta allo sportello (numero, 0 = nessuna): "
           MOVE 0 TO Richiesta-Numero
           ACCEPT Richiesta-Numero
           IF Richiesta-Numero NOT = 0
               PERFORM 7400-VERIFICA-RICHIESTA
           END-IF
           DISPLAY "Anche l'edizione bilingue italiano/inglese? (S/N): "
           ACCEPT Risposta-Bilingue
           MOVE SPACES TO FileOut-Filename
           STRING "CERTIFICATO-" DELIMITED BY SIZE
               ID-Studente DELIMITED BY SIZE
           DISPLAY "Sigla operatore per il protocollo: "
           ACCEPT Operatore-Protocollo
           PERFORM 7000-EMETTI-PROTOCOLLO
           IF Richiesta-Numero NOT = 0
               PERFORM 7500-EVADI-RICHIESTA
           END-IF
           MOVE SPACES TO riga
           IF Protocollo-Riferimento = 0
               STRING "Protocollo n. " DELIMITED BY SIZE
           END-IF
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           PERFORM 4000-CORPO-CERTIFICATO
           MOVE Stampa-PageCount TO Stampa-PrnPageNum
           WRITE FileOut-Record FROM Stampa-Piede
               AFTER ADVANCING 2 LINES
           CLOSE FileOut
           DISPLAY "Certificato scritto su " FileOut-Filename
           IF Risposta-Bilingue = "S" OR "s"
               PERFORM 5000-CERTIFICATO-BILINGUE
           END-IF
           STOP RUN.

      *Paragrafo 1500-LEGGI-ANNO-CORRENTE: l'anno scolastico in
               CLOSE FileAnno
           END-IF.

      *Paragrafo 1600-TRASCRIVI-ESTESA: codice fiscale, nascita e
      *cittadinanza dall'anagrafica estesa; senza file o senza
      *record della matricola le righe non si stampano
       1600-TRASCRIVI-ESTESA.
           MOVE "N" TO Estesa-Trovata
           OPEN INPUT AnagraficaEstesa
           IF FS-AnagraficaEstesa = "00"
               MOVE ID-Studente TO AE-ID
               READ AnagraficaEstesa
                   NOT INVALID KEY MOVE "Y" TO Estesa-Trovata
               END-READ
               CLOSE AnagraficaEstesa
           END-IF
           IF Estesa-Trovata = "Y"
               IF AE-Codice-Fiscale NOT = SPACES
                   MOVE SPACES TO riga
                   IF Certificato-Bilingue = "S"
                       STRING "Codice fiscale / Tax code: "
                           DELIMITED BY SIZE
                           AE-Codice-Fiscale DELIMITED BY SIZE
                           INTO riga
                   ELSE
                       STRING "Codice fiscale: " DELIMITED BY SIZE
                           AE-Codice-Fiscale DELIMITED BY SIZE
                           INTO riga
                   END-IF
                   MOVE riga TO FileOut-Record
                   PERFORM 8000-SCRIVI-RIGA
               END-IF
               MOVE SPACES TO riga
               IF Certificato-Bilingue = "S"
      *La data resta giorno/mese/anno anche nell'edizione bilingue
                   STRING "Nato/a a / Born in: " DELIMITED BY SIZE
                       AE-Luogo-Nascita DELIMITED BY "  "
                       " (" DELIMITED BY SIZE
                       AE-Provincia-Nascita DELIMITED BY SIZE
                       ") il / on " DELIMITED BY SIZE
                       AE-Data-Nascita-Testo(7:2) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       AE-Data-Nascita-Testo(5:2) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       AE-Data-Nascita-Testo(1:4) DELIMITED BY SIZE
                       " (dd/mm/yyyy)" DELIMITED BY SIZE
                       INTO riga
               ELSE
                   STRING "Nato/a a: " DELIMITED BY SIZE
                       AE-Luogo-Nascita DELIMITED BY "  "
                       " (" DELIMITED BY SIZE
                       AE-Provincia-Nascita DELIMITED BY SIZE
                       ") il " DELIMITED BY SIZE
                       AE-Data-Nascita-Testo(7:2) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       AE-Data-Nascita-Testo(5:2) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       AE-Data-Nascita-Testo(1:4) DELIMITED BY SIZE
                       INTO riga
               END-IF
               MOVE riga TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
               MOVE SPACES TO riga
               IF Certificato-Bilingue = "S"
                   STRING "Cittadinanza / Citizenship: "
                       DELIMITED BY SIZE
                       AE-Cittadinanza DELIMITED BY SIZE
                       INTO riga
               ELSE
                   STRING "Cittadinanza: " DELIMITED BY SIZE
                       AE-Cittadinanza DELIMITED BY SIZE
                       INTO riga
               END-IF
               MOVE riga TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
           END-IF.

      *Paragrafo 2000-TRASCRIVI-ANNI: scorre l'archivio storico e
      *trascrive ogni anno della matricola, con i recuperi dell'anno
       2000-TRASCRIVI-ANNI.
      *classe, media, esito e gli esiti dei recuperi di quell'anno
       2100-TRASCRIVI-ANNO.
           MOVE SPACES TO riga
           IF Certificato-Bilingue = "S"
               STRING "Anno scolastico / School year " DELIMITED BY SIZE
                   FA-Anno-Scolastico DELIMITED BY SIZE
                   " - classe / class " DELIMITED BY SIZE
                   FA-Classe DELIMITED BY SIZE
                   INTO riga
           ELSE
               STRING "Anno scolastico " DELIMITED BY SIZE
                   FA-Anno-Scolastico DELIMITED BY SIZE
                   " - classe " DELIMITED BY SIZE
                   FA-Classe DELIMITED BY SIZE
                   INTO riga
           END-IF
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE FA-Media TO Media-for
           MOVE SPACES TO riga
           IF Certificato-Bilingue = "S"
      *Media ed esito su due righe: l'esito porta la sua traduzione
               STRING "  Media / Average: " DELIMITED BY SIZE
                   Media-for DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
               MOVE FA-Esito TO Esito-Da-Tradurre
               PERFORM 5300-TRADUCI-ESITO
               MOVE SPACES TO riga
               IF Esito-Inglese = SPACES
                   STRING "  Esito / Outcome: " DELIMITED BY SIZE
                       FA-Esito DELIMITED BY SIZE
                       INTO riga
               ELSE
                   STRING "  Esito / Outcome: " DELIMITED BY SIZE
                       FA-Esito DELIMITED BY SPACE
                       " - " DELIMITED BY SIZE
                       Esito-Inglese DELIMITED BY "  "
                       INTO riga
               END-IF
           ELSE
               STRING "  Media: " DELIMITED BY SIZE
                   Media-for DELIMITED BY SIZE
                   "  Esito: " DELIMITED BY SIZE
                   FA-Esito DELIMITED BY SIZE
                   INTO riga
           END-IF
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
      *Esame di Stato: il voto registrato da EsameStato sulla riga
      *d'anno; il diploma si certifica solo da 60 centesimi in su
           IF FA-Voto-Diploma IS NUMERIC AND FA-Voto-Diploma > 0
               PERFORM 2120-TRASCRIVI-DIPLOMA
           END-IF
      *I voti finali per materia ratificati dal consiglio
           PERFORM 2150-TRASCRIVI-VOTI-FINALI
      *Il giudizio descrittivo di fine anno del consiglio
           PERFORM 2170-TRASCRIVI-GIUDIZIO
      *I recuperi della stessa classe (cioe' dello stesso anno di
      *corso) della matricola
           PERFORM 2200-TRASCRIVI-RECUPERI
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA.

      *Paragrafo 2120-TRASCRIVI-DIPLOMA: la certificazione del voto
      *di diploma in centesimi, con la lode se deliberata
       2120-TRASCRIVI-DIPLOMA.
           MOVE FA-Voto-Diploma TO Voto-Diploma-for
           MOVE SPACES TO riga
           IF FA-Voto-Diploma < SOGLIA-DIPLOMA
               STRING "  Esame di Stato non superato (punteggio "
                   DELIMITED BY SIZE
                   Voto-Diploma-for DELIMITED BY SIZE
                   "/100)" DELIMITED BY SIZE
                   INTO riga
           ELSE
               IF FA-Lode = "S"
                   STRING "  Diploma conseguito con voto "
                       DELIMITED BY SIZE
                       Voto-Diploma-for DELIMITED BY SIZE
                       "/100 e lode" DELIMITED BY SIZE
                       INTO riga
               ELSE
                   STRING "  Diploma conseguito con voto "
                       DELIMITED BY SIZE
                       Voto-Diploma-for DELIMITED BY SIZE
                       "/100" DELIMITED BY SIZE
                       INTO riga
               END-IF
           END-IF
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           IF Certificato-Bilingue = "S"
               MOVE SPACES TO riga
               IF FA-Voto-Diploma < SOGLIA-DIPLOMA
                   STRING "  State exam not passed (score "
                       DELIMITED BY SIZE
                       Voto-Diploma-for DELIMITED BY SIZE
                       "/100)" DELIMITED BY SIZE
                       INTO riga
               ELSE IF FA-Lode = "S"
                   STRING "  Diploma awarded with mark "
                       DELIMITED BY SIZE
                       Voto-Diploma-for DELIMITED BY SIZE
                       "/100 with honours" DELIMITED BY SIZE
                       INTO riga
               ELSE
                   STRING "  Diploma awarded with mark "
                       DELIMITED BY SIZE
                       Voto-Diploma-for DELIMITED BY SIZE
                       "/100" DELIMITED BY SIZE
                       INTO riga
               END-IF
               END-IF
               MOVE riga TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
           END-IF.

      *Paragrafo 2150-TRASCRIVI-VOTI-FINALI: i voti per materia
      *ratificati dal consiglio nel periodo finale dell'anno
      *trascritto (il periodo piu' alto ratificato), letti da
      *VOTI-FINALI.DAT invece di ricalcolare medie da VOTI.DAT; per
      *le materie a giudizio la parola del giudizio
       2150-TRASCRIVI-VOTI-FINALI.
           MOVE 0 TO Periodo-Finale
           MOVE 0 TO Voti-Finali-Anno
           OPEN INPUT FileVotiFinali
           IF FS-FileVotiFinali = "00"
               MOVE "N" TO Fine-Finali
               PERFORM UNTIL Fine-Finali = "S"
                   READ FileVotiFinali
                       AT END
                           MOVE "S" TO Fine-Finali
                       NOT AT END
                           IF VF-ID-Studente = ID-Studente
                                   AND VF-Anno-Scolastico
                                       = FA-Anno-Scolastico
                                   AND VF-Periodo > Periodo-Finale
                               MOVE VF-Periodo TO Periodo-Finale
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileVotiFinali
           END-IF
           IF Periodo-Finale > 0
               IF Certificato-Bilingue = "S"
                   MOVE "  Voti finali / Final marks:" TO FileOut-Record
               ELSE
                   MOVE "  Voti finali:" TO FileOut-Record
               END-IF
               PERFORM 8000-SCRIVI-RIGA
               OPEN INPUT FileVotiFinali
               MOVE "N" TO Fine-Finali
               PERFORM UNTIL Fine-Finali = "S"
                   READ FileVotiFinali
                       AT END
                           MOVE "S" TO Fine-Finali
                       NOT AT END
                           IF VF-ID-Studente = ID-Studente
                                   AND VF-Anno-Scolastico
                                       = FA-Anno-Scolastico
                                   AND VF-Periodo = Periodo-Finale
                               ADD 1 TO Voti-Finali-Anno
                               PERFORM 2155-TESTO-VOTO-FINALE
                               MOVE VF-Materia TO Materia-Codice
                               PERFORM 9720-CERCA-NOME-MATERIA
                               MOVE SPACES TO riga
                               STRING "    " DELIMITED BY SIZE
                                   Materia-Nome-Esteso(1:30)
                                   DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   Voto-Finale-Testo DELIMITED BY SIZE
                                   INTO riga
                               MOVE riga TO FileOut-Record
                               PERFORM 8000-SCRIVI-RIGA
                               IF Certificato-Bilingue = "S"
                                   PERFORM 2160-RIGA-INGLESE-VOTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileVotiFinali
           END-IF.

      *Paragrafo 2155-TESTO-VOTO-FINALE: il voto come si stampa, il
      *numero o, per le materie a giudizio, la parola del giudizio
      *(nell'edizione bilingue anche in inglese)
       2155-TESTO-VOTO-FINALE.
           MOVE SPACES TO Voto-Finale-Testo
           IF VF-Tipo = "G" AND VF-Voto >= 1 AND VF-Voto <= 5
               IF Certificato-Bilingue = "S"
                   STRING Giudizio-Parola(VF-Voto) DELIMITED BY "  "
                       " / " DELIMITED BY SIZE
                       Giudizio-Inglese(VF-Voto) DELIMITED BY "  "
                       INTO Voto-Finale-Testo
               ELSE
                   MOVE Giudizio-Parola(VF-Voto) TO Voto-Finale-Testo
               END-IF
           ELSE
               MOVE VF-Voto TO Voto-Finale-for
               MOVE Voto-Finale-for TO Voto-Finale-Testo
           END-IF.

      *Paragrafo 2160-RIGA-INGLESE-VOTO: sotto il voto finale il
      *nome inglese della materia, se registrato
       2160-RIGA-INGLESE-VOTO.
           PERFORM 5200-TRADUCI-MATERIA
           IF Nome-Inglese NOT = Materia-Nome-Esteso(1:50)
               MOVE SPACES TO riga
               STRING "      " DELIMITED BY SIZE
                   Nome-Inglese DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
           END-IF.

      *Paragrafo 2170-TRASCRIVI-GIUDIZIO: il giudizio descrittivo
      *del periodo piu' alto registrato per l'anno trascritto (per
      *lo stesso periodo vale l'ultima riga di GIUDIZI.DAT)
       2170-TRASCRIVI-GIUDIZIO.
           MOVE 0 TO Periodo-Giudizio
           MOVE SPACES TO Giudizio-Righe-Tab
           OPEN INPUT FileGiudizi
           IF FS-FileGiudizi = "00"
               MOVE "N" TO Fine-Giudizi
               PERFORM UNTIL Fine-Giudizi = "S"
                   READ FileGiudizi
                       AT END
                           MOVE "S" TO Fine-Giudizi
                       NOT AT END
                           IF GD-ID-Studente = ID-Studente
                                   AND GD-Anno = FA-Anno-Scolastico
                                   AND GD-Periodo >= Periodo-Giudizio
                               MOVE GD-Periodo TO Periodo-Giudizio
                               MOVE 0 TO Giudizio-Riga-Idx
                               PERFORM UNTIL Giudizio-Riga-Idx >= 8
                                   ADD 1 TO Giudizio-Riga-Idx
                                   MOVE GD-Riga(Giudizio-Riga-Idx)
                                       TO Giudizio-Riga
                                           (Giudizio-Riga-Idx)
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileGiudizi
           END-IF
           IF Periodo-Giudizio > 0
               IF Certificato-Bilingue = "S"
                   MOVE SPACES TO riga
                   STRING "  Giudizio del consiglio di classe / "
                       DELIMITED BY SIZE
                       "Class council assessment (Italian text):"
                       DELIMITED BY SIZE
                       INTO riga
                   MOVE riga TO FileOut-Record
               ELSE
                   MOVE "  Giudizio del consiglio di classe:"
                       TO FileOut-Record
               END-IF
               PERFORM 8000-SCRIVI-RIGA
               MOVE 0 TO Giudizio-Riga-Idx
               PERFORM UNTIL Giudizio-Riga-Idx >= 8
                   ADD 1 TO Giudizio-Riga-Idx
                   IF Giudizio-Riga(Giudizio-Riga-Idx) NOT = SPACES
                       MOVE SPACES TO riga
                       STRING "    " DELIMITED BY SIZE
                           Giudizio-Riga(Giudizio-Riga-Idx)
                               DELIMITED BY SIZE
                           INTO riga
                       MOVE riga TO FileOut-Record
                       PERFORM 8000-SCRIVI-RIGA
                   END-IF
               END-PERFORM
           END-IF.

      *Paragrafo 2200-TRASCRIVI-RECUPERI: gli esiti dei recuperi
      *dell'anno appena trascritto, appaiati per classe frequentata;
      *per un anno chiuso si legge la fotografia RECUPERI.<anno>
                           IF FR-ID-Studente = ID-Studente
                                   AND FR-Classe = FA-Classe
                               ADD 1 TO Recuperi-Anno
                               MOVE FR-Materia TO Materia-Codice
                               PERFORM 9720-CERCA-NOME-MATERIA
                               MOVE SPACES TO riga
                               STRING "  Recupero " DELIMITED BY SIZE
                                   Materia-Nome-Esteso DELIMITED BY "  "
                                   ": " DELIMITED BY SIZE
                                   FR-Esito DELIMITED BY SIZE
                                   INTO riga
                               MOVE riga TO FileOut-Record
                               PERFORM 8000-SCRIVI-RIGA
                               IF Certificato-Bilingue = "S"
                                   PERFORM 2210-RIGA-INGLESE-RECUPERO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           IF Recuperi-Anno = 0
               MOVE "  Nessun recupero nell'anno" TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
               IF Certificato-Bilingue = "S"
                   MOVE "  No make-up exams in the year"
                       TO FileOut-Record
                   PERFORM 8000-SCRIVI-RIGA
               END-IF
           END-IF.

      *Paragrafo 2210-RIGA-INGLESE-RECUPERO: la riga inglese del
      *recupero appena trascritto
       2210-RIGA-INGLESE-RECUPERO.
           PERFORM 5200-TRADUCI-MATERIA
           MOVE FR-Esito TO Esito-Da-Tradurre
           PERFORM 5300-TRADUCI-ESITO
           IF Esito-Inglese = SPACES
               MOVE FR-Esito TO Esito-Inglese
           END-IF
           MOVE SPACES TO riga
           STRING "  Make-up exam " DELIMITED BY SIZE
               Nome-Inglese DELIMITED BY "  "
               ": " DELIMITED BY SIZE
               Esito-Inglese DELIMITED BY "  "
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA.

      *Paragrafo 3000-TRASCRIVI-CREDITI: i crediti scolastici della
      *matricola da CREDITI-SCOLASTICI.DAT, un punteggio per anno e
      *la somma dei tre anni per l'ammissione all'esame di Stato.
                   INTO riga
               MOVE riga TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
               IF Certificato-Bilingue = "S"
                   MOVE SPACES TO riga
                   STRING "  school credit " DELIMITED BY SIZE
                       CA-Anno(Crediti-Anni-Idx) DELIMITED BY SIZE
                       " (class " DELIMITED BY SIZE
                       CA-Classe(Crediti-Anni-Idx) DELIMITED BY SIZE
                       "): " DELIMITED BY SIZE
                       Credito-Anno-for DELIMITED BY SIZE
                       " points" DELIMITED BY SIZE
                       INTO riga
                   MOVE riga TO FileOut-Record
                   PERFORM 8000-SCRIVI-RIGA
               END-IF
           END-PERFORM
           IF Crediti-Trovati > 0
               MOVE Credito-Totale TO Credito-for
                   INTO riga
               MOVE riga TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
               IF Certificato-Bilingue = "S"
                   MOVE SPACES TO riga
                   STRING "  total admission credit: " DELIMITED BY SIZE
                       Credito-for DELIMITED BY SIZE
                       " points" DELIMITED BY SIZE
                       INTO riga
                   MOVE riga TO FileOut-Record
                   PERFORM 8000-SCRIVI-RIGA
               END-IF
           END-IF.

      *Paragrafo 3100-ULTIMO-PER-ANNO: aggancia o crea la voce
               MOVE CSC-Credito TO CA-Credito(Crediti-Anni-Cont)
           END-IF.

      *Paragrafo 4000-CORPO-CERTIFICATO: dalla riga dello studente
      *alla firma, uguale per l'originale e per l'edizione bilingue
      *(che ha le diciture in due lingue e la scala di valutazione)
       4000-CORPO-CERTIFICATO.
           MOVE 0 TO Anni-Trascritti
           MOVE SPACES TO riga
           IF Certificato-Bilingue = "S"
               STRING "Studente / Student: " DELIMITED BY SIZE
                   ST-Cognome(1:25) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ST-Nome(1:20) DELIMITED BY SIZE
                   INTO riga
           ELSE
               STRING "Studente: " DELIMITED BY SIZE
                   ST-Cognome(1:25) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ST-Nome(1:20) DELIMITED BY SIZE
                   INTO riga
           END-IF
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO riga
           IF Certificato-Bilingue = "S"
               STRING "Matricola / Student no.: " DELIMITED BY SIZE
                   ID-Studente DELIMITED BY SIZE
                   INTO riga
           ELSE
               STRING "Matricola: " DELIMITED BY SIZE
                   ID-Studente DELIMITED BY SIZE
                   INTO riga
           END-IF
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           PERFORM 1600-TRASCRIVI-ESTESA
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
      *Una sezione per ogni riga di archivio della matricola, in
      *ordine di accodamento (cioe' cronologico per anno)
           PERFORM 2000-TRASCRIVI-ANNI
           IF Anni-Trascritti = 0
               MOVE "Nessun anno in archivio per questa matricola"
                   TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
               IF Certificato-Bilingue = "S"
                   MOVE "No school years on record for this student"
                       TO FileOut-Record
                   PERFORM 8000-SCRIVI-RIGA
               END-IF
           END-IF
      *Crediti scolastici del triennio: un punteggio per anno e la
      *somma, che e' il credito di ammissione all'esame di Stato
           PERFORM 3000-TRASCRIVI-CREDITI
           IF Certificato-Bilingue = "S"
               PERFORM 5100-STAMPA-SCALA-VOTI
           END-IF
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO riga
           IF Certificato-Bilingue = "S"
               STRING "Firma e timbro della segreteria"
                   DELIMITED BY SIZE
                   " / School office signature and stamp"
                   DELIMITED BY SIZE
                   INTO riga
           ELSE
               MOVE "Firma e timbro della segreteria" TO riga
           END-IF
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA.

      *Paragrafo 5000-CERTIFICATO-BILINGUE: l'edizione italiano/
      *inglese del certificato appena emesso, documento a se' con
      *il suo numero di protocollo che riferisce l'originale
       5000-CERTIFICATO-BILINGUE.
           MOVE "S" TO Certificato-Bilingue
           MOVE "N" TO Inglese-Aperto
           OPEN INPUT MaterieInglese
           IF FS-MaterieInglese = "00"
               MOVE "Y" TO Inglese-Aperto
           END-IF
           MOVE SPACES TO FileOut-Filename
           STRING "CERTIFICATO-EN-" DELIMITED BY SIZE
               ID-Studente DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           MOVE "Certificato cumulativo / Academic transcript"
               TO Stampa-Titolo
           MOVE 0 TO Stampa-PageCount
           OPEN OUTPUT FileOut
           PERFORM 8100-STAMPA-INTESTAZIONE
           PERFORM 7100-EMETTI-PROTOCOLLO-BILINGUE
           MOVE SPACES TO riga
           STRING "Protocollo n. " DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Anno-Corrente DELIMITED BY SIZE
               " (edizione bilingue del n. " DELIMITED BY SIZE
               Protocollo-Originale DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO riga
           STRING "Ref. no. " DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Anno-Corrente DELIMITED BY SIZE
               " (translation of Italian original no. "
                   DELIMITED BY SIZE
               Protocollo-Originale DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           PERFORM 4000-CORPO-CERTIFICATO
           MOVE Stampa-PageCount TO Stampa-PrnPageNum
           WRITE FileOut-Record FROM Stampa-Piede
               AFTER ADVANCING 2 LINES
           CLOSE FileOut
           IF Inglese-Aperto = "Y"
               CLOSE MaterieInglese
           END-IF
           MOVE "N" TO Certificato-Bilingue
           DISPLAY "Edizione bilingue scritta su " FileOut-Filename.

      *Paragrafo 5100-STAMPA-SCALA-VOTI: la scala di valutazione
      *italiana spiegata in inglese, in fondo all'edizione bilingue
       5100-STAMPA-SCALA-VOTI.
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE 0 TO Scala-Voti-Idx
           PERFORM UNTIL Scala-Voti-Idx >= 16
               ADD 1 TO Scala-Voti-Idx
               MOVE Scala-Voti-Riga(Scala-Voti-Idx) TO FileOut-Record
               PERFORM 8000-SCRIVI-RIGA
           END-PERFORM.

      *Paragrafo 5200-TRADUCI-MATERIA: il nome inglese della materia
      *di Materia-Codice (gia' risolta in Materia-Nome-Esteso); senza
      *traduzione registrata resta il nome italiano
       5200-TRADUCI-MATERIA.
           MOVE Materia-Nome-Esteso TO Nome-Inglese
           IF Inglese-Aperto = "Y"
                   AND Materia-Codice NOT = SPACES
                   AND Materia-Codice(7:14) = SPACES
               MOVE Materia-Codice(1:6) TO MI-Codice
               READ MaterieInglese
                   NOT INVALID KEY MOVE MI-Nome TO Nome-Inglese
               END-READ
           END-IF.

      *Paragrafo 5300-TRADUCI-ESITO: la dicitura inglese di
      *Esito-Da-Tradurre (esito d'anno o di recupero); spazi per un
      *esito fuori tabella
       5300-TRADUCI-ESITO.
           MOVE SPACES TO Esito-Inglese
           MOVE 0 TO Esiti-Inglesi-Idx
           PERFORM UNTIL Esiti-Inglesi-Idx >= 10
               ADD 1 TO Esiti-Inglesi-Idx
               IF EI-Esito(Esiti-Inglesi-Idx) = Esito-Da-Tradurre
                   MOVE EI-Inglese(Esiti-Inglesi-Idx) TO Esito-Inglese
               END-IF
           END-PERFORM.

      *Paragrafo 7000-EMETTI-PROTOCOLLO: il prossimo numero
      *dell'anno (massimo emesso piu' uno) e la riga di registro;
      *un certificato gia' protocollato per la matricola fa da
           WRITE FileProtocollo-Record
           CLOSE FileProtocollo.

      *Paragrafo 7100-EMETTI-PROTOCOLLO-BILINGUE: numero proprio per
      *l'edizione bilingue (massimo dell'anno piu' uno), con il
      *protocollo del certificato italiano come riferimento
       7100-EMETTI-PROTOCOLLO-BILINGUE.
           MOVE Protocollo-Numero TO Protocollo-Originale
           MOVE 0 TO Protocollo-Numero
           OPEN INPUT FileProtocollo
           IF FS-FileProtocollo = "00"
               MOVE "N" TO Fine-Protocollo
               PERFORM UNTIL Fine-Protocollo = "S"
                   READ FileProtocollo
                       AT END
                           MOVE "S" TO Fine-Protocollo
                       NOT AT END
                           IF PRT-Anno = Anno-Corrente
                                   AND PRT-Numero
                                       > Protocollo-Numero
                               MOVE PRT-Numero
                                   TO Protocollo-Numero
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileProtocollo
           END-IF
           ADD 1 TO Protocollo-Numero
           OPEN EXTEND FileProtocollo
           IF FS-FileProtocollo NOT = "00"
               OPEN OUTPUT FileProtocollo
           END-IF
           MOVE Protocollo-Numero TO PRT-Numero
           MOVE Anno-Corrente TO PRT-Anno
           ACCEPT Protocollo-Data FROM DATE YYYYMMDD
           MOVE Protocollo-Data TO PRT-Data
           MOVE "CERTIFICATO-EN" TO PRT-Tipo
           MOVE ID-Studente TO PRT-Matricola
           MOVE Operatore-Protocollo TO PRT-Operatore
           MOVE Protocollo-Originale TO PRT-Riferimento
           WRITE FileProtocollo-Record
           CLOSE FileProtocollo.

      *Paragrafo 7400-VERIFICA-RICHIESTA: la richiesta dello
      *sportello deve essere aperta, della matricola e di questo
      *documento; altrimenti il documento esce senza collegamento
       7400-VERIFICA-RICHIESTA.
           OPEN INPUT FileRichieste
           IF FS-FileRichieste NOT = "00"
               DISPLAY "Coda delle richieste non disponibile"
               MOVE 0 TO Richiesta-Numero
           ELSE
               MOVE Richiesta-Numero TO RQ-Numero
               READ FileRichieste
                   INVALID KEY
                       MOVE 0 TO RQ-Matricola
                       MOVE SPACES TO RQ-Stato
               END-READ
               CLOSE FileRichieste
               IF RQ-Matricola NOT = ID-Studente
                       OR RQ-Tipo NOT = TIPO-RICHIESTA
                       OR NOT RQ-Aperta
                   DISPLAY "Nessuna richiesta aperta n. "
                       Richiesta-Numero " di " TIPO-RICHIESTA
                       " per la matricola: documento non collegato"
                   MOVE 0 TO Richiesta-Numero
               END-IF
           END-IF.

      *Paragrafo 7500-EVADI-RICHIESTA: la richiesta dello sportello
      *risulta evasa oggi con il numero di protocollo emesso
       7500-EVADI-RICHIESTA.
           OPEN I-O FileRichieste
           IF FS-FileRichieste = "00"
               MOVE Richiesta-Numero TO RQ-Numero
               READ FileRichieste
                   INVALID KEY
                       DISPLAY "Richiesta n. " Richiesta-Numero
                           " non piu' in coda"
                   NOT INVALID KEY
                       MOVE "E" TO RQ-Stato
                       MOVE Protocollo-Data TO RQ-Data-Evasione
                       MOVE Protocollo-Numero TO RQ-Protocollo
                       REWRITE Richieste-Record
                           INVALID KEY
                               DISPLAY "Evasione non registrata"
                       END-REWRITE
                       DISPLAY "Richiesta n. " Richiesta-Numero
                           " evasa con il protocollo "
                           Protocollo-Numero
               END-READ
               CLOSE FileRichieste
           END-IF.

      *Paragrafo 8000-SCRIVI-RIGA: riga con interruzione di pagina
      *automatica, come SCRIVI-RIGA di RegistroElettronico
       8000-SCRIVI-RIGA.
           MOVE 1 TO Stampa-LineCount
           ADD 1 TO Stampa-PageCount.

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

      *Paragrafo 9720-CERCA-NOME-MATERIA: nome della materia
      *Il nome completo della materia il cui codice e' in
      *Materia-Codice, per la stampa; se il codice non e' a catalogo
      *resta quanto scritto nel file
       9720-CERCA-NOME-MATERIA.
           MOVE Materia-Codice TO Materia-Nome-Esteso
           MOVE 0 TO Cat-Idx
           PERFORM UNTIL Cat-Idx >= Cat-Cont
               ADD 1 TO Cat-Idx
               IF Cat-Codice(Cat-Idx) NOT = SPACES
                       AND Cat-Codice(Cat-Idx) = Materia-Codice
                   MOVE Cat-Nome(Cat-Idx) TO Materia-Nome-Esteso
                   MOVE Cat-Cont TO Cat-Idx
               END-IF
           END-PERFORM.

       END PROGRAM Trascrizione.
