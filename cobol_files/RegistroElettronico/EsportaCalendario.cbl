       IDENTIFICATION DIVISION.
       PROGRAM-ID. EsportaCalendario.

      *Calendari iCalendar (.ics) per docenti, classi e famiglie:
      *colloqui, riunioni, verifiche annunciate e prove di recupero
      *stavano ognuno nel suo archivio e ciascuno se li ricopiava
      *sull'agenda. Questo passo di catena scrive un calendario
      *standard per destinatario, da sottoscrivere con qualunque
      *agenda: DOCENTE-<sigla>.ics con le fasce dei colloqui
      *(COLLOQUI.DAT, libere o prenotate) e le riunioni a cui il
      *docente e' convocato (RIUNIONI.DAT e RIUNIONI-MEMBRI.DAT),
      *CLASSE-<classe>.ics con le verifiche annunciate
      *(VERIFICHE.DAT) e le prove di recupero fissate per i corsi
      *seguiti da studenti della classe (PROVE-RECUPERO.DAT, vedi
      *CorsiRecupero), FAMIGLIA-<matricola>.ics con i colloqui
      *prenotati (FAMIGLIA-N<nucleo>.ics per i fratelli di un nucleo
      *di NUCLEI.DAT). I colloqui sono fasce settimanali e compaiono
      *alla prossima ricorrenza del loro giorno; orari delle ore di
      *lezione e durata del colloquio da CONFIG.DAT
      *(INIZIO-LEZIONI=0800, DURATA-ORA=60, DURATA-COLLOQUIO=10).
      *Le famiglie con revoca per lo scopo CALENDARIO (o TUTTI) in
      *CONSENSI.DAT non ricevono i colloqui: i loro eventi gia'
      *pubblicati si tolgono e il calendario si riscrive vuoto.
      *Ogni evento ha un UID stabile e vive nella fotografia
      *CALENDARIO-EVENTI.DAT (destinatario+UID, lo schema di
      *FeedPortale): un evento cambiato esce con SEQUENCE aumentata,
      *uno sparito dagli archivi (riunione annullata, verifica tolta,
      *prenotazione disdetta) esce con STATUS:CANCELLED finche' la
      *sua data non e' passata, cosi' le agende sostituiscono la voce
      *invece di duplicarla. Gli orari sono dell'ora di Roma.
      *Sui dati dell'ambiente di prova (AmbienteProva) i calendari
      *non si generano: il programma mostra la fascia AMBIENTE DI
      *PROVA e si ferma.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Ogni riga del calendario, continuazioni comprese, termina con
      *ritorno carrello e a capo (CRLF) come vuole il formato: il
      *file .ics si scrive carattere per carattere, senza il fine
      *riga del file a righe e senza perdere gli spazi in coda a un
      *pezzo ripiegato.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Colloqui ASSIGN TO 'COLLOQUI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-Chiave
               FILE STATUS IS FS-Colloqui.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Nuclei familiari: codice nucleo e matricola
           SELECT FileNuclei ASSIGN TO 'NUCLEI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileNuclei.
      *Registro dei consensi (CONSENSI.DAT, vedi ConsensiManut)
           SELECT FileConsensi ASSIGN TO 'CONSENSI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileConsensi.
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
           SELECT FileVerifiche ASSIGN TO 'VERIFICHE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileVerifiche.
           SELECT FileCorsi ASSIGN TO 'CORSI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCorsi.
           SELECT FileIscritti ASSIGN TO 'CORSI-ISCRITTI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileIscritti.
      *Prove di recupero di fine corso: l'ultima riga per corso vale
           SELECT FileProve ASSIGN TO 'PROVE-RECUPERO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileProve.
           SELECT FileConfig ASSIGN TO 'CONFIG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileConfig.
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
      *Fotografia degli eventi pubblicati, per destinatario e UID
           SELECT FileEventi ASSIGN TO 'CALENDARIO-EVENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-Chiave
               FILE STATUS IS FS-FileEventi.
      *Calendario .ics: un carattere per record, il fine riga CRLF
      *lo scrive 8150-SCRIVI-USCITA
           SELECT FileIcs ASSIGN TO Ics-Filename
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FileIcs.
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
      *Una fascia per riga: stato L = libera, P = prenotata (con la
      *matricola della famiglia prenotata)
       FD  Colloqui.
       01  Colloqui-Record.
           05  CQ-Chiave.
               10  CQ-Docente PIC X(10).
               10  CQ-Giorno PIC 9(1).
               10  CQ-Orario PIC 9(4).
           05  CQ-Stato PIC X(1).
               88  CQ-Libera VALUE "L".
               88  CQ-Prenotata VALUE "P".
           05  CQ-ID-Studente PIC 9(6).
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
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
       FD  FileNuclei.
       01  FileNuclei-Record.
           05  NU-Nucleo PIC 9(6).
           05  NU-ID-Studente PIC 9(6).
       FD  FileConsensi.
       01  FileConsensi-Record.
           05  CNS-ID-Studente PIC 9(6).
           05  CNS-Scopo PIC X(12).
           05  CNS-Canale PIC X(8).
           05  CNS-Stato PIC X(1).
           05  CNS-Data PIC 9(8).
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
       FD  FileVerifiche.
       01  FileVerifiche-Record.
           05  VF-Classe PIC X(4).
           05  VF-Data PIC 9(8).
           05  VF-Ora PIC 9(1).
           05  VF-Materia PIC X(20).
           05  VF-Docente PIC X(10).
           05  VF-Data-Annuncio PIC 9(8).
       FD  FileCorsi.
       01  FileCorsi-Record.
           05  CO-Codice PIC X(6).
           05  CO-Materia PIC X(20).
           05  CO-Docente PIC X(10).
           05  CO-Capienza PIC 99.
       FD  FileIscritti.
       01  FileIscritti-Record.
           05  IS-Codice PIC X(6).
           05  IS-ID-Studente PIC 9(6).
      *Orari HHMM; stato F fissata, A annullata
       FD  FileProve.
       01  FileProve-Record.
           05  PF-Codice PIC X(6).
           05  PF-Data PIC 9(8).
           05  PF-Data-Testo REDEFINES PF-Data PIC X(8).
           05  PF-Ora-Inizio PIC 9(4).
           05  PF-Ora-Fine PIC 9(4).
           05  PF-Aula PIC X(10).
           05  PF-Stato PIC X(1).
       FD  FileConfig.
       01  FileConfig-Record PIC X(60).
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
      *Destinatario: D docente (sigla), C classe, F famiglia
      *(matricola, o N e codice del nucleo); stato C confermato, A
      *annullato; giro = data e ora dell'esportazione che ha visto
      *l'evento per l'ultima volta negli archivi
       FD  FileEventi.
       01  Eventi-Record.
           05  CE-Chiave.
               10  CE-Destinatario.
                   15  CE-Tipo-Dest PIC X(1).
                   15  CE-Codice-Dest PIC X(11).
               10  CE-UID PIC X(40).
           05  CE-Data PIC 9(8).
           05  CE-Ora-Inizio PIC 9(4).
           05  CE-Ora-Fine PIC 9(4).
           05  CE-Titolo PIC X(60).
           05  CE-Luogo PIC X(30).
           05  CE-Note PIC X(60).
           05  CE-Matricola PIC 9(6).
           05  CE-Sequenza PIC 9(4).
           05  CE-Stato PIC X(1).
           05  CE-Data-Modifica PIC 9(8).
           05  CE-Giro PIC 9(16).
       FD  FileIcs.
       01  FileIcs-Record PIC X(1).
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
       01  FS-Colloqui PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileNuclei PIC XX VALUE SPACES.
       01  FS-FileConsensi PIC XX VALUE SPACES.
       01  FS-FileRiunioni PIC XX VALUE SPACES.
       01  FS-FileMembri PIC XX VALUE SPACES.
       01  FS-FileVerifiche PIC XX VALUE SPACES.
       01  FS-FileCorsi PIC XX VALUE SPACES.
       01  FS-FileIscritti PIC XX VALUE SPACES.
       01  FS-FileProve PIC XX VALUE SPACES.
       01  FS-FileConfig PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
       01  FS-FileEventi PIC XX VALUE SPACES.
       01  FS-FileIcs PIC XX VALUE SPACES.
       01  Ics-Filename PIC X(40) VALUE SPACES.
       01  Fine-File PIC X VALUE "N".
       01  Fine-Scan PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Ora-Giro PIC 9(8) VALUE 0.
      *Marca dell'esportazione corrente: data e ora di partenza
       01  Giro-Corrente PIC 9(16) VALUE 0.
      *Orari da CONFIG.DAT (INIZIO-LEZIONI=0800, DURATA-ORA=60,
      *DURATA-COLLOQUIO=10)
       01  Inizio-Lezioni PIC 9(4) VALUE 0800.
       01  Durata-Ora PIC 99 VALUE 60.
       01  Durata-Colloquio PIC 99 VALUE 10.
       01  Inizio-Minuti PIC 9(4) VALUE 0.
      *Conversioni fra orario HHMM e minuti dalla mezzanotte
       01  Ora-Calcolo PIC 9(4) VALUE 0.
       01  Minuti-Calcolo PIC 9(4) VALUE 0.
       01  Ore-Orario PIC 99 VALUE 0.
       01  Minuti-Orario PIC 99 VALUE 0.
      *Nuclei familiari in memoria
       01  Nuclei-Tab.
           05  NT-Voce OCCURS 3000 TIMES.
               10  NT-Nucleo PIC 9(6).
               10  NT-ID-Studente PIC 9(6).
       01  Nuclei-Cont PIC 9(4) VALUE 0.
       01  Nuclei-Idx PIC 9(4) VALUE 0.
      *Ultima decisione di consenso per il calendario, per matricola
       01  Consensi-Tab.
           05  CS-Voce OCCURS 3000 TIMES.
               10  CS-ID-Studente PIC 9(6).
               10  CS-Stato PIC X(1).
       01  Consensi-Cont PIC 9(4) VALUE 0.
       01  Consensi-Idx PIC 9(4) VALUE 0.
       01  Consenso-Negato PIC X VALUE "N".
       01  Matricola-Controllo PIC 9(6) VALUE 0.
       01  Voce-Trovata PIC X VALUE "N".
      *Prossima data di ogni giorno della settimana (1 lunedi' ...
      *6 sabato), per le fasce settimanali dei colloqui
       01  Prossimi-Giorni-Tab.
           05  Prossimo-Giorno OCCURS 7 TIMES PIC 9(8).
       01  Giorni-Avanti PIC 9 VALUE 0.
       01  Giorno-Oggi PIC 9 VALUE 0.
       01  Giorno-Idx PIC 9 VALUE 0.
      *Corsi di recupero con la prova in vigore
       01  Corsi-Tab.
           05  CR-Voce OCCURS 200 TIMES.
               10  CR-Codice PIC X(6).
               10  CR-Materia PIC X(20).
               10  CR-Stato PIC X(1).
               10  CR-Data PIC 9(8).
               10  CR-Ora-Inizio PIC 9(4).
               10  CR-Ora-Fine PIC 9(4).
               10  CR-Aula PIC X(10).
       01  Corsi-Cont PIC 999 VALUE 0.
       01  Corsi-Idx PIC 999 VALUE 0.
       01  Corso-Scelto PIC 999 VALUE 0.
      *Evento da registrare nella fotografia
       01  Evento-Nuovo.
           05  EV-Destinatario PIC X(12).
           05  EV-UID PIC X(40).
           05  EV-Data PIC 9(8).
           05  EV-Ora-Inizio PIC 9(4).
           05  EV-Ora-Fine PIC 9(4).
           05  EV-Titolo PIC X(60).
           05  EV-Luogo PIC X(30).
           05  EV-Note PIC X(60).
           05  EV-Matricola PIC 9(6).
       01  Dest-Famiglia PIC X(12) VALUE SPACES.
       01  Dest-Corrente PIC X(12) VALUE SPACES.
       01  Dest-Calendario PIC X(12) VALUE SPACES.
       01  Dest-Parti REDEFINES Dest-Calendario.
           05  DP-Tipo PIC X(1).
           05  DP-Codice PIC X(11).
       01  Nucleo-for PIC 9(6) VALUE 0.
       01  Cognome-Docente PIC X(30) VALUE SPACES.
       01  Giorno-for PIC 9 VALUE 0.
       01  Orario-Testo PIC 9(4) VALUE 0.
       01  Numero-Testo PIC 9(5) VALUE 0.
       01  Data-Testo PIC 9(8) VALUE 0.
       01  Data-Testo-X REDEFINES Data-Testo PIC X(8).
       01  Ora-Testo PIC 9(4) VALUE 0.
       01  Ora-Testo-X REDEFINES Ora-Testo PIC X(4).
       01  Sequenza-Testo PIC 9(4) VALUE 0.
      *Conteggi del giro
       01  Eventi-Nuovi PIC 9(5) VALUE 0.
       01  Eventi-Modificati PIC 9(5) VALUE 0.
       01  Eventi-Annullati PIC 9(5) VALUE 0.
       01  Eventi-Tolti PIC 9(5) VALUE 0.
       01  Eventi-Scritti PIC 9(5) VALUE 0.
       01  Calendari-Scritti PIC 9(5) VALUE 0.
      *Riga del calendario: oltre i 75 caratteri si ripiega su
      *righe di continuazione che iniziano con uno spazio
       01  Riga-Ics PIC X(160) VALUE SPACES.
       01  Lung-Riga PIC 999 VALUE 0.
       01  Pos-Riga PIC 999 VALUE 0.
       01  Pezzo-Riga PIC 999 VALUE 0.
       01  Fine-Ricerca PIC X VALUE "N".
      *Riga fisica in uscita (al massimo 75 caratteri e il CRLF) e
      *la sua lunghezza
       01  Riga-Uscita PIC X(80) VALUE SPACES.
       01  Lung-Uscita PIC 99 VALUE 0.
       01  Pos-Uscita PIC 99 VALUE 0.
       01  Fine-Riga-Ics.
           05  FILLER PIC X VALUE X"0D".
           05  FILLER PIC X VALUE X"0A".
      *Testo di un campo con virgole, punti e virgola e barre
      *rovesciate protetti come vuole il formato
       01  Testo-Origine PIC X(60) VALUE SPACES.
       01  Testo-Protetto PIC X(120) VALUE SPACES.
       01  Lung-Origine PIC 999 VALUE 0.
       01  Lung-Protetto PIC 999 VALUE 0.
       01  Pos-Testo PIC 999 VALUE 0.
       01  Barra-Rovescia PIC X VALUE "\".
      *Fuso orario di Roma, in testa a ogni calendario
       01  Fuso-Dati.
           05  FILLER PIC X(40) VALUE "BEGIN:VTIMEZONE".
           05  FILLER PIC X(40) VALUE "TZID:Europe/Rome".
           05  FILLER PIC X(40) VALUE "BEGIN:DAYLIGHT".
           05  FILLER PIC X(40) VALUE "TZOFFSETFROM:+0100".
           05  FILLER PIC X(40) VALUE "TZOFFSETTO:+0200".
           05  FILLER PIC X(40) VALUE "TZNAME:CEST".
           05  FILLER PIC X(40) VALUE "DTSTART:19700329T020000".
           05  FILLER PIC X(40)
                   VALUE "RRULE:FREQ=YEARLY;BYMONTH=3;BYDAY=-1SU".
           05  FILLER PIC X(40) VALUE "END:DAYLIGHT".
           05  FILLER PIC X(40) VALUE "BEGIN:STANDARD".
           05  FILLER PIC X(40) VALUE "TZOFFSETFROM:+0200".
           05  FILLER PIC X(40) VALUE "TZOFFSETTO:+0100".
           05  FILLER PIC X(40) VALUE "TZNAME:CET".
           05  FILLER PIC X(40) VALUE "DTSTART:19701025T030000".
           05  FILLER PIC X(40)
                   VALUE "RRULE:FREQ=YEARLY;BYMONTH=10;BYDAY=-1SU".
           05  FILLER PIC X(40) VALUE "END:STANDARD".
           05  FILLER PIC X(40) VALUE "END:VTIMEZONE".
       01  Fuso-Tab REDEFINES Fuso-Dati.
           05  Fuso-Riga OCCURS 17 TIMES PIC X(40).
       01  Fuso-Idx PIC 99 VALUE 0.
      *Aritmetica delle date, come in VerificheScritte
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
      *Catalogo materie in memoria: nei file la materia e' scritta
      *con il suo codice (MM-Codice), il nome del catalogo serve per
      *il titolo degli eventi
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

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
      *Dai dati dell'ambiente di prova non esce nulla verso
      *l'esterno
           IF Ambiente-Prova = "S"
               DISPLAY "Ambiente di prova: i calendari non si "
                   "generano"
               STOP RUN
           END-IF
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           ACCEPT Ora-Giro FROM TIME
           COMPUTE Giro-Corrente = Data-Oggi * 100000000 + Ora-Giro
           PERFORM 0300-LEGGI-CONFIG
           PERFORM 0400-CARICA-NUCLEI
           PERFORM 0500-CARICA-CONSENSI
           PERFORM 0600-PROSSIMI-GIORNI
           PERFORM 9700-CARICA-CATALOGO
           OPEN I-O FileEventi
           IF FS-FileEventi = "35"
               OPEN OUTPUT FileEventi
               CLOSE FileEventi
               OPEN I-O FileEventi
           END-IF
           IF FS-FileEventi NOT = "00"
               DISPLAY "Impossibile aprire CALENDARIO-EVENTI.DAT"
               STOP RUN
           END-IF
           OPEN INPUT Studenti
           PERFORM 1000-COLLOQUI
           PERFORM 2000-RIUNIONI
           PERFORM 3000-VERIFICHE
           PERFORM 4000-PROVE-RECUPERO
           IF FS-Studenti = "00"
               CLOSE Studenti
           END-IF
           PERFORM 5000-ANNULLA-SCOMPARSI
           CLOSE FileEventi
           PERFORM 6000-SCRIVI-CALENDARI
           DISPLAY "Eventi nuovi: " Eventi-Nuovi
               " modificati: " Eventi-Modificati
               " annullati: " Eventi-Annullati
           DISPLAY "Eventi tolti per revoca del consenso: "
               Eventi-Tolti
           DISPLAY "Calendari scritti: " Calendari-Scritti
               " con " Eventi-Scritti " eventi"
           DISPLAY "Esportazione calendari completata"
           STOP RUN.

      *Paragrafo 0300-LEGGI-CONFIG: orari delle ore di lezione e
      *durata del colloquio dalle righe parola chiave=valore di
      *CONFIG.DAT; le righe sconosciute si saltano
       0300-LEGGI-CONFIG.
           OPEN INPUT FileConfig
           IF FS-FileConfig = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileConfig
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF FileConfig-Record(1:15)
                                   = "INIZIO-LEZIONI="
                               IF FileConfig-Record(16:4)
                                       IS NUMERIC
                                   MOVE FileConfig-Record(16:4)
                                       TO Inizio-Lezioni
                               END-IF
                           END-IF
                           IF FileConfig-Record(1:11)
                                   = "DURATA-ORA="
                               IF FileConfig-Record(12:2)
                                       IS NUMERIC
                                   AND FileConfig-Record(12:2)
                                       NOT = "00"
                                   MOVE FileConfig-Record(12:2)
                                       TO Durata-Ora
                               END-IF
                           END-IF
                           IF FileConfig-Record(1:17)
                                   = "DURATA-COLLOQUIO="
                               IF FileConfig-Record(18:2)
                                       IS NUMERIC
                                   AND FileConfig-Record(18:2)
                                       NOT = "00"
                                   MOVE FileConfig-Record(18:2)
                                       TO Durata-Colloquio
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileConfig
           END-IF
           MOVE Inizio-Lezioni TO Ora-Calcolo
           PERFORM 8410-ORA-IN-MINUTI
           MOVE Minuti-Calcolo TO Inizio-Minuti.

      *Paragrafo 0400-CARICA-NUCLEI: i nuclei familiari in memoria;
      *i fratelli di un nucleo condividono il calendario di famiglia
       0400-CARICA-NUCLEI.
           MOVE 0 TO Nuclei-Cont
           OPEN INPUT FileNuclei
           IF FS-FileNuclei = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileNuclei
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF Nuclei-Cont < 3000
                               ADD 1 TO Nuclei-Cont
                               MOVE NU-Nucleo TO NT-Nucleo(Nuclei-Cont)
                               MOVE NU-ID-Studente
                                   TO NT-ID-Studente(Nuclei-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileNuclei
           END-IF.

      *Paragrafo 0450-FAMIGLIA-DI: il destinatario di famiglia della
      *matricola in Matricola-Controllo, il nucleo se ne ha uno
       0450-FAMIGLIA-DI.
           MOVE 0 TO Nucleo-for
           MOVE 0 TO Nuclei-Idx
           PERFORM UNTIL Nuclei-Idx >= Nuclei-Cont
               ADD 1 TO Nuclei-Idx
               IF NT-ID-Studente(Nuclei-Idx) = Matricola-Controllo
                   MOVE NT-Nucleo(Nuclei-Idx) TO Nucleo-for
                   MOVE Nuclei-Cont TO Nuclei-Idx
               END-IF
           END-PERFORM
           MOVE SPACES TO Dest-Famiglia
           IF Nucleo-for NOT = 0
               STRING "FN" DELIMITED BY SIZE
                   Nucleo-for DELIMITED BY SIZE
                   INTO Dest-Famiglia
           ELSE
               STRING "F" DELIMITED BY SIZE
                   Matricola-Controllo DELIMITED BY SIZE
                   INTO Dest-Famiglia
           END-IF.

      *Paragrafo 0500-CARICA-CONSENSI: l'ultima decisione registrata
      *per matricola sugli scopi CALENDARIO e TUTTI (l'ultima
      *accodata vince); senza righe vale il consenso
       0500-CARICA-CONSENSI.
           MOVE 0 TO Consensi-Cont
           OPEN INPUT FileConsensi
           IF FS-FileConsensi = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileConsensi
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF CNS-Scopo = "CALENDARIO"
                                   OR CNS-Scopo = "TUTTI"
                               PERFORM 0510-ANNOTA-CONSENSO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileConsensi
           END-IF.

      *Paragrafo 0510-ANNOTA-CONSENSO: la decisione letta sostituisce
      *quella gia' in tabella per la matricola
       0510-ANNOTA-CONSENSO.
           MOVE "N" TO Voce-Trovata
           MOVE 0 TO Consensi-Idx
           PERFORM UNTIL Consensi-Idx >= Consensi-Cont
               ADD 1 TO Consensi-Idx
               IF CS-ID-Studente(Consensi-Idx) = CNS-ID-Studente
                   MOVE CNS-Stato TO CS-Stato(Consensi-Idx)
                   MOVE "Y" TO Voce-Trovata
                   MOVE Consensi-Cont TO Consensi-Idx
               END-IF
           END-PERFORM
           IF Voce-Trovata NOT = "Y" AND Consensi-Cont < 3000
               ADD 1 TO Consensi-Cont
               MOVE CNS-ID-Studente TO CS-ID-Studente(Consensi-Cont)
               MOVE CNS-Stato TO CS-Stato(Consensi-Cont)
           END-IF.

      *Paragrafo 0550-CONTROLLA-CONSENSO: Consenso-Negato "Y" se
      *l'ultima decisione per Matricola-Controllo e' una revoca
       0550-CONTROLLA-CONSENSO.
           MOVE "N" TO Consenso-Negato
           MOVE 0 TO Consensi-Idx
           PERFORM UNTIL Consensi-Idx >= Consensi-Cont
               ADD 1 TO Consensi-Idx
               IF CS-ID-Studente(Consensi-Idx) = Matricola-Controllo
                   IF CS-Stato(Consensi-Idx) = "R"
                       MOVE "Y" TO Consenso-Negato
                   END-IF
                   MOVE Consensi-Cont TO Consensi-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 0600-PROSSIMI-GIORNI: per ogni giorno della
      *settimana la prossima data dopo oggi (la catena gira a fine
      *giornata, le fasce di oggi sono gia' passate)
       0600-PROSSIMI-GIORNI.
           MOVE Data-Oggi TO Giorno-Dopo
           PERFORM 9430-GIORNO-SETTIMANA
           MOVE Giorno-Settimana TO Giorno-Oggi
           MOVE 0 TO Giorno-Idx
           PERFORM UNTIL Giorno-Idx >= 7
               ADD 1 TO Giorno-Idx
               IF Giorno-Idx > Giorno-Oggi
                   COMPUTE Giorni-Avanti = Giorno-Idx - Giorno-Oggi
               ELSE
                   COMPUTE Giorni-Avanti = Giorno-Idx + 7
                       - Giorno-Oggi
               END-IF
               MOVE Data-Oggi TO Giorno-Dopo
               PERFORM 9410-GIORNO-SUCCESSIVO Giorni-Avanti TIMES
               MOVE Giorno-Dopo TO Prossimo-Giorno(Giorno-Idx)
           END-PERFORM.

      *Paragrafo 1000-COLLOQUI: ogni fascia va nel calendario del
      *docente; quelle prenotate anche nel calendario della famiglia
       1000-COLLOQUI.
           OPEN INPUT Colloqui
           IF FS-Colloqui = "00"
               OPEN INPUT Docenti
               MOVE LOW-VALUES TO CQ-Chiave
               MOVE "N" TO Fine-Scan
               START Colloqui KEY IS NOT LESS THAN CQ-Chiave
                   INVALID KEY MOVE "S" TO Fine-Scan
               END-START
               PERFORM UNTIL Fine-Scan = "S"
                   READ Colloqui NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF CQ-Giorno >= 1 AND CQ-Giorno <= 6
                               PERFORM 1100-UN-COLLOQUIO
                           END-IF
                   END-READ
               END-PERFORM
               IF FS-Docenti = "00"
                   CLOSE Docenti
               END-IF
               CLOSE Colloqui
           END-IF.

      *Paragrafo 1100-UN-COLLOQUIO: la fascia alla prossima
      *ricorrenza del suo giorno, libera o con lo studente prenotato
       1100-UN-COLLOQUIO.
           MOVE SPACES TO Evento-Nuovo
           MOVE 0 TO EV-Matricola
           MOVE Prossimo-Giorno(CQ-Giorno) TO EV-Data
           MOVE CQ-Orario TO EV-Ora-Inizio
           MOVE CQ-Orario TO Ora-Calcolo
           PERFORM 8410-ORA-IN-MINUTI
           ADD Durata-Colloquio TO Minuti-Calcolo
           PERFORM 8420-MINUTI-IN-ORA
           MOVE Ora-Calcolo TO EV-Ora-Fine
           MOVE CQ-Giorno TO Giorno-for
           MOVE CQ-Orario TO Orario-Testo
           STRING "D" DELIMITED BY SIZE
               CQ-Docente DELIMITED BY SIZE
               INTO EV-Destinatario
           STRING "COLLOQUIO-" DELIMITED BY SIZE
               CQ-Docente DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               Giorno-for DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               Orario-Testo DELIMITED BY SIZE
               INTO EV-UID
           MOVE "N" TO Voce-Trovata
           IF CQ-Prenotata AND FS-Studenti = "00"
               MOVE CQ-ID-Studente TO ST-ID
               READ Studenti
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT ST-Ritirato-Si
                           MOVE "Y" TO Voce-Trovata
                       END-IF
               END-READ
           END-IF
           IF Voce-Trovata = "Y"
               STRING "Colloquio: famiglia di " DELIMITED BY SIZE
                   ST-Nome DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   ST-Cognome DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   ST-Classe DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO EV-Titolo
           ELSE
               MOVE "Colloqui con le famiglie: fascia libera"
                   TO EV-Titolo
           END-IF
           PERFORM 7000-REGISTRA-EVENTO
           IF Voce-Trovata = "Y"
               PERFORM 1200-COLLOQUIO-FAMIGLIA
           END-IF.

      *Paragrafo 1200-COLLOQUIO-FAMIGLIA: la prenotazione nel
      *calendario della famiglia, se il consenso non e' revocato;
      *l'UID porta la matricola, cosi' una prenotazione spostata o
      *passata a un'altra famiglia annulla la voce precedente
       1200-COLLOQUIO-FAMIGLIA.
           MOVE CQ-ID-Studente TO Matricola-Controllo
           PERFORM 0550-CONTROLLA-CONSENSO
           IF Consenso-Negato NOT = "Y"
               PERFORM 0450-FAMIGLIA-DI
               MOVE SPACES TO Cognome-Docente
               IF FS-Docenti = "00"
                   MOVE CQ-Docente TO DC-Sigla
                   READ Docenti
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DC-Cognome TO Cognome-Docente
                   END-READ
               END-IF
               IF Cognome-Docente = SPACES
                   MOVE CQ-Docente TO Cognome-Docente
               END-IF
               MOVE Dest-Famiglia TO EV-Destinatario
               MOVE CQ-ID-Studente TO EV-Matricola
               MOVE SPACES TO EV-UID
               STRING "COLLOQUIO-" DELIMITED BY SIZE
                   CQ-Docente DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   Giorno-for DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   Orario-Testo DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CQ-ID-Studente DELIMITED BY SIZE
                   INTO EV-UID
               MOVE SPACES TO EV-Titolo
               STRING "Colloquio per " DELIMITED BY SIZE
                   ST-Nome DELIMITED BY "  "
                   " - docente " DELIMITED BY SIZE
                   Cognome-Docente DELIMITED BY "  "
                   INTO EV-Titolo
               PERFORM 7000-REGISTRA-EVENTO
           END-IF.

      *Paragrafo 2000-RIUNIONI: le convocazioni di ogni docente alle
      *riunioni non annullate da oggi in avanti
       2000-RIUNIONI.
           OPEN INPUT FileMembri
           IF FS-FileMembri = "00"
               OPEN INPUT FileRiunioni
               IF FS-FileRiunioni = "00"
                   MOVE LOW-VALUES TO RM-Chiave
                   MOVE "N" TO Fine-Scan
                   START FileMembri KEY IS NOT LESS THAN RM-Chiave
                       INVALID KEY MOVE "S" TO Fine-Scan
                   END-START
                   PERFORM UNTIL Fine-Scan = "S"
                       READ FileMembri NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-Scan
                           NOT AT END
                               IF RM-Data >= Data-Oggi
                                   PERFORM 2100-UNA-RIUNIONE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileRiunioni
               END-IF
               CLOSE FileMembri
           END-IF.

      *Paragrafo 2100-UNA-RIUNIONE: la riunione del convocato, con
      *il primo punto dell'ordine del giorno nella descrizione
       2100-UNA-RIUNIONE.
           MOVE RM-Numero TO RI-Numero
           READ FileRiunioni
               INVALID KEY
                   MOVE "A" TO RI-Stato
           END-READ
           IF RI-Stato NOT = "A"
               MOVE SPACES TO Evento-Nuovo
               MOVE 0 TO EV-Matricola
               STRING "D" DELIMITED BY SIZE
                   RM-Sigla DELIMITED BY SIZE
                   INTO EV-Destinatario
               MOVE RI-Numero TO Numero-Testo
               STRING "RIUNIONE-" DELIMITED BY SIZE
                   Numero-Testo DELIMITED BY SIZE
                   INTO EV-UID
               MOVE RI-Data TO EV-Data
               MOVE RI-Ora-Inizio TO EV-Ora-Inizio
               MOVE RI-Ora-Fine TO EV-Ora-Fine
               IF RI-Ora-Fine NOT > RI-Ora-Inizio
                   MOVE RI-Ora-Inizio TO Ora-Calcolo
                   PERFORM 8410-ORA-IN-MINUTI
                   ADD 60 TO Minuti-Calcolo
                   PERFORM 8420-MINUTI-IN-ORA
                   MOVE Ora-Calcolo TO EV-Ora-Fine
               END-IF
               IF RI-Tipo = "CONSIGLIO"
                   STRING "Consiglio di classe " DELIMITED BY SIZE
                       RI-Classe DELIMITED BY SPACE
                       INTO EV-Titolo
               ELSE IF RI-Tipo = "DIPARTIMENTO"
                   MOVE RI-Materia TO Materia-Codice
                   PERFORM 9720-CERCA-NOME-MATERIA
                   STRING "Dipartimento di " DELIMITED BY SIZE
                       Materia-Nome-Esteso DELIMITED BY "  "
                       INTO EV-Titolo
               ELSE
                   MOVE "Collegio dei docenti" TO EV-Titolo
               END-IF
               END-IF
               IF RI-Odg(1) NOT = SPACES
                   MOVE RI-Odg(1) TO EV-Note
               END-IF
               PERFORM 7000-REGISTRA-EVENTO
           END-IF.

      *Paragrafo 3000-VERIFICHE: le verifiche annunciate da oggi in
      *avanti nel calendario della classe
       3000-VERIFICHE.
           OPEN INPUT FileVerifiche
           IF FS-FileVerifiche = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileVerifiche
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF VF-Data >= Data-Oggi
                                   AND VF-Ora > 0
                               PERFORM 3100-UNA-VERIFICA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileVerifiche
           END-IF.

      *Paragrafo 3100-UNA-VERIFICA: la verifica dura l'ora di
      *lezione indicata (INIZIO-LEZIONI e DURATA-ORA)
       3100-UNA-VERIFICA.
           MOVE SPACES TO Evento-Nuovo
           MOVE 0 TO EV-Matricola
           STRING "C" DELIMITED BY SIZE
               VF-Classe DELIMITED BY SIZE
               INTO EV-Destinatario
           MOVE VF-Data TO Data-Testo
           STRING "VERIFICA-" DELIMITED BY SIZE
               VF-Classe DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               Data-Testo DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               VF-Ora DELIMITED BY SIZE
               INTO EV-UID
           MOVE VF-Data TO EV-Data
           COMPUTE Minuti-Calcolo = Inizio-Minuti
               + (VF-Ora - 1) * Durata-Ora
           PERFORM 8420-MINUTI-IN-ORA
           MOVE Ora-Calcolo TO EV-Ora-Inizio
           ADD Durata-Ora TO Minuti-Calcolo
           PERFORM 8420-MINUTI-IN-ORA
           MOVE Ora-Calcolo TO EV-Ora-Fine
           MOVE VF-Materia TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           STRING "Verifica scritta di " DELIMITED BY SIZE
               Materia-Nome-Esteso DELIMITED BY "  "
               INTO EV-Titolo
           STRING "Docente " DELIMITED BY SIZE
               VF-Docente DELIMITED BY SPACE
               INTO EV-Note
           PERFORM 7000-REGISTRA-EVENTO.

      *Paragrafo 4000-PROVE-RECUPERO: i corsi con la prova fissata
      *da oggi in avanti; la prova va nel calendario di ogni classe
      *che ha studenti iscritti al corso
       4000-PROVE-RECUPERO.
           MOVE 0 TO Corsi-Cont
           OPEN INPUT FileCorsi
           IF FS-FileCorsi = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCorsi
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF Corsi-Cont < 200
                               ADD 1 TO Corsi-Cont
                               MOVE CO-Codice TO CR-Codice(Corsi-Cont)
                               MOVE CO-Materia
                                   TO CR-Materia(Corsi-Cont)
                               MOVE "N" TO CR-Stato(Corsi-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCorsi
           END-IF
           OPEN INPUT FileProve
           IF FS-FileProve = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileProve
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           PERFORM 4100-ANNOTA-PROVA
                   END-READ
               END-PERFORM
               CLOSE FileProve
           END-IF
           OPEN INPUT FileIscritti
           IF FS-FileIscritti = "00" AND FS-Studenti = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileIscritti
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           PERFORM 4200-PROVA-ISCRITTO
                   END-READ
               END-PERFORM
           END-IF
           IF FS-FileIscritti = "00"
               CLOSE FileIscritti
           END-IF.

      *Paragrafo 4100-ANNOTA-PROVA: l'ultima decisione sulla prova
      *del corso sostituisce quella annotata prima
       4100-ANNOTA-PROVA.
           MOVE 0 TO Corsi-Idx
           PERFORM UNTIL Corsi-Idx >= Corsi-Cont
               ADD 1 TO Corsi-Idx
               IF CR-Codice(Corsi-Idx) = PF-Codice
                   MOVE PF-Stato TO CR-Stato(Corsi-Idx)
                   MOVE PF-Data TO CR-Data(Corsi-Idx)
                   MOVE PF-Ora-Inizio TO CR-Ora-Inizio(Corsi-Idx)
                   MOVE PF-Ora-Fine TO CR-Ora-Fine(Corsi-Idx)
                   MOVE PF-Aula TO CR-Aula(Corsi-Idx)
                   MOVE Corsi-Cont TO Corsi-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 4200-PROVA-ISCRITTO: la prova del corso
      *dell'iscritto nel calendario della sua classe (gli iscritti
      *della stessa classe danno lo stesso evento, registrato una
      *volta sola)
       4200-PROVA-ISCRITTO.
           MOVE 0 TO Corsi-Idx
           MOVE "N" TO Voce-Trovata
           PERFORM UNTIL Corsi-Idx >= Corsi-Cont
               ADD 1 TO Corsi-Idx
               IF CR-Codice(Corsi-Idx) = IS-Codice
                   IF CR-Stato(Corsi-Idx) = "F"
                           AND CR-Data(Corsi-Idx) >= Data-Oggi
                       MOVE "Y" TO Voce-Trovata
                   END-IF
                   MOVE Corsi-Idx TO Corso-Scelto
                   MOVE Corsi-Cont TO Corsi-Idx
               END-IF
           END-PERFORM
           IF Voce-Trovata = "Y"
               MOVE Corso-Scelto TO Corsi-Idx
               MOVE IS-ID-Studente TO ST-ID
               READ Studenti
                   INVALID KEY
                       MOVE "N" TO Voce-Trovata
                   NOT INVALID KEY
                       IF ST-Ritirato-Si
                           MOVE "N" TO Voce-Trovata
                       END-IF
               END-READ
           END-IF
           IF Voce-Trovata = "Y"
               MOVE SPACES TO Evento-Nuovo
               MOVE 0 TO EV-Matricola
               STRING "C" DELIMITED BY SIZE
                   ST-Classe DELIMITED BY SIZE
                   INTO EV-Destinatario
               STRING "RECUPERO-" DELIMITED BY SIZE
                   IS-Codice DELIMITED BY SPACE
                   INTO EV-UID
               MOVE CR-Data(Corsi-Idx) TO EV-Data
               MOVE CR-Ora-Inizio(Corsi-Idx) TO EV-Ora-Inizio
               MOVE CR-Ora-Fine(Corsi-Idx) TO EV-Ora-Fine
               MOVE CR-Materia(Corsi-Idx) TO Materia-Codice
               PERFORM 9720-CERCA-NOME-MATERIA
               STRING "Prova di recupero di " DELIMITED BY SIZE
                   Materia-Nome-Esteso DELIMITED BY "  "
                   INTO EV-Titolo
               IF CR-Aula(Corsi-Idx) NOT = SPACES
                   STRING "Aula " DELIMITED BY SIZE
                       CR-Aula(Corsi-Idx) DELIMITED BY SIZE
                       INTO EV-Luogo
               END-IF
               STRING "Corso " DELIMITED BY SIZE
                   IS-Codice DELIMITED BY SPACE
                   ", per gli studenti iscritti" DELIMITED BY SIZE
                   INTO EV-Note
               PERFORM 7000-REGISTRA-EVENTO
           END-IF.

      *Paragrafo 5000-ANNULLA-SCOMPARSI: gli eventi della fotografia
      *non visti in questo giro. Se la data e' passata l'evento si
      *toglie; altrimenti e' stato annullato o tolto dagli archivi ed
      *esce annullato, con la sequenza aumentata. I colloqui delle
      *famiglie con il consenso revocato si tolgono subito e il loro
      *calendario si riscrive vuoto
       5000-ANNULLA-SCOMPARSI.
           MOVE LOW-VALUES TO CE-Chiave
           MOVE "N" TO Fine-Scan
           START FileEventi KEY IS NOT LESS THAN CE-Chiave
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileEventi NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       PERFORM 5100-CONTROLLA-EVENTO
               END-READ
           END-PERFORM.

      *Paragrafo 5100-CONTROLLA-EVENTO: revoca, data passata o
      *evento sparito per l'evento appena letto
       5100-CONTROLLA-EVENTO.
           MOVE "N" TO Consenso-Negato
           IF CE-Tipo-Dest = "F"
               MOVE CE-Matricola TO Matricola-Controllo
               PERFORM 0550-CONTROLLA-CONSENSO
           END-IF
           IF Consenso-Negato = "Y"
               MOVE CE-Destinatario TO Dest-Calendario
               DELETE FileEventi
                   INVALID KEY
                       DISPLAY "Evento non tolto: " CE-UID
               END-DELETE
               ADD 1 TO Eventi-Tolti
               PERFORM 5200-CALENDARIO-VUOTO
           ELSE IF CE-Giro NOT = Giro-Corrente
               IF CE-Data < Data-Oggi
                   DELETE FileEventi
                       INVALID KEY
                           DISPLAY "Evento non tolto: " CE-UID
                   END-DELETE
               ELSE IF CE-Stato NOT = "A"
                   MOVE "A" TO CE-Stato
                   ADD 1 TO CE-Sequenza
                   MOVE Data-Oggi TO CE-Data-Modifica
                   REWRITE Eventi-Record
                       INVALID KEY
                           DISPLAY "Evento non annullato: " CE-UID
                   END-REWRITE
                   ADD 1 TO Eventi-Annullati
               END-IF
               END-IF
           END-IF
           END-IF.

      *Paragrafo 5200-CALENDARIO-VUOTO: il calendario di
      *Dest-Calendario riscritto senza eventi; se il destinatario ha
      *ancora eventi lo riscrive per intero 6000-SCRIVI-CALENDARI
       5200-CALENDARIO-VUOTO.
           PERFORM 6100-APRI-CALENDARIO
           PERFORM 6200-CHIUDI-CALENDARIO.

      *Paragrafo 6000-SCRIVI-CALENDARI: un file .ics per
      *destinatario dalla fotografia, in ordine di chiave: eventi
      *confermati e annullati ancora a venire
       6000-SCRIVI-CALENDARI.
           OPEN INPUT FileEventi
           IF FS-FileEventi = "00"
               MOVE SPACES TO Dest-Corrente
               MOVE LOW-VALUES TO CE-Chiave
               MOVE "N" TO Fine-Scan
               START FileEventi KEY IS NOT LESS THAN CE-Chiave
                   INVALID KEY MOVE "S" TO Fine-Scan
               END-START
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileEventi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF CE-Destinatario NOT = Dest-Corrente
                               IF Dest-Corrente NOT = SPACES
                                   PERFORM 6200-CHIUDI-CALENDARIO
                               END-IF
                               MOVE CE-Destinatario TO Dest-Corrente
                               MOVE CE-Destinatario TO Dest-Calendario
                               PERFORM 6100-APRI-CALENDARIO
                           END-IF
                           PERFORM 6300-SCRIVI-EVENTO
                   END-READ
               END-PERFORM
               IF Dest-Corrente NOT = SPACES
                   PERFORM 6200-CHIUDI-CALENDARIO
               END-IF
               CLOSE FileEventi
           END-IF.

      *Paragrafo 6100-APRI-CALENDARIO: il file del destinatario in
      *Dest-Calendario, con intestazione e fuso orario
       6100-APRI-CALENDARIO.
           MOVE SPACES TO Ics-Filename
           IF DP-Tipo = "D"
               STRING "DOCENTE-" DELIMITED BY SIZE
                   DP-Codice DELIMITED BY SPACE
                   ".ics" DELIMITED BY SIZE
                   INTO Ics-Filename
           ELSE IF DP-Tipo = "C"
               STRING "CLASSE-" DELIMITED BY SIZE
                   DP-Codice DELIMITED BY SPACE
                   ".ics" DELIMITED BY SIZE
                   INTO Ics-Filename
           ELSE
               STRING "FAMIGLIA-" DELIMITED BY SIZE
                   DP-Codice DELIMITED BY SPACE
                   ".ics" DELIMITED BY SIZE
                   INTO Ics-Filename
           END-IF
           END-IF
           OPEN OUTPUT FileIcs
           ADD 1 TO Calendari-Scritti
           MOVE "BEGIN:VCALENDAR" TO Riga-Ics
           PERFORM 8100-SCRIVI-RIGA
           MOVE "VERSION:2.0" TO Riga-Ics
           PERFORM 8100-SCRIVI-RIGA
           MOVE "PRODID:-//Registro Elettronico//Calendario//IT"
               TO Riga-Ics
           PERFORM 8100-SCRIVI-RIGA
           MOVE "CALSCALE:GREGORIAN" TO Riga-Ics
           PERFORM 8100-SCRIVI-RIGA
           MOVE "METHOD:PUBLISH" TO Riga-Ics
           PERFORM 8100-SCRIVI-RIGA
           MOVE SPACES TO Riga-Ics
           IF DP-Tipo = "D"
               STRING "X-WR-CALNAME:Docente " DELIMITED BY SIZE
                   DP-Codice DELIMITED BY SPACE
                   INTO Riga-Ics
           ELSE IF DP-Tipo = "C"
               STRING "X-WR-CALNAME:Classe " DELIMITED BY SIZE
                   DP-Codice DELIMITED BY SPACE
                   INTO Riga-Ics
           ELSE
               STRING "X-WR-CALNAME:Famiglia " DELIMITED BY SIZE
                   DP-Codice DELIMITED BY SPACE
                   INTO Riga-Ics
           END-IF
           END-IF
           PERFORM 8100-SCRIVI-RIGA
           MOVE "X-WR-TIMEZONE:Europe/Rome" TO Riga-Ics
           PERFORM 8100-SCRIVI-RIGA
           MOVE 0 TO Fuso-Idx
           PERFORM UNTIL Fuso-Idx >= 17
               ADD 1 TO Fuso-Idx
               MOVE Fuso-Riga(Fuso-Idx) TO Riga-Ics
               PERFORM 8100-SCRIVI-RIGA
           END-PERFORM.

      *Paragrafo 6200-CHIUDI-CALENDARIO: chiusura del calendario
       6200-CHIUDI-CALENDARIO.
           MOVE "END:VCALENDAR" TO Riga-Ics
           PERFORM 8100-SCRIVI-RIGA
           CLOSE FileIcs.

      *Paragrafo 6300-SCRIVI-EVENTO: un VEVENT con l'UID stabile e
      *la sequenza della fotografia; DTSTAMP e' la data dell'ultima
      *modifica, cosi' un evento invariato esce identico
       6300-SCRIVI-EVENTO.
           ADD 1 TO Eventi-Scritti
           MOVE "BEGIN:VEVENT" TO Riga-Ics
           PERFORM 8100-SCRIVI-RIGA
           MOVE SPACES TO Riga-Ics
           STRING "UID:" DELIMITED BY SIZE
               CE-UID DELIMITED BY SPACE
               "@registro-elettronico" DELIMITED BY SIZE
               INTO Riga-Ics
           PERFORM 8100-SCRIVI-RIGA
           MOVE CE-Sequenza TO Sequenza-Testo
           MOVE SPACES TO Riga-Ics
           STRING "SEQUENCE:" DELIMITED BY SIZE
               Sequenza-Testo DELIMITED BY SIZE
               INTO Riga-Ics
           PERFORM 8100-SCRIVI-RIGA
           MOVE CE-Data-Modifica TO Data-Testo
           MOVE SPACES TO Riga-Ics
           STRING "DTSTAMP:" DELIMITED BY SIZE
               Data-Testo DELIMITED BY SIZE
               "T000000Z" DELIMITED BY SIZE
               INTO Riga-Ics
           PERFORM 8100-SCRIVI-RIGA
           MOVE CE-Data TO Data-Testo
           MOVE CE-Ora-Inizio TO Ora-Testo
           MOVE SPACES TO Riga-Ics
           STRING "DTSTART;TZID=Europe/Rome:" DELIMITED BY SIZE
               Data-Testo DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               Ora-Testo DELIMITED BY SIZE
               "00" DELIMITED BY SIZE
               INTO Riga-Ics
           PERFORM 8100-SCRIVI-RIGA
           MOVE CE-Ora-Fine TO Ora-Testo
           MOVE SPACES TO Riga-Ics
           STRING "DTEND;TZID=Europe/Rome:" DELIMITED BY SIZE
               Data-Testo DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               Ora-Testo DELIMITED BY SIZE
               "00" DELIMITED BY SIZE
               INTO Riga-Ics
           PERFORM 8100-SCRIVI-RIGA
           MOVE CE-Titolo TO Testo-Origine
           PERFORM 8200-PROTEGGI-TESTO
           MOVE SPACES TO Riga-Ics
           IF Lung-Protetto > 0
               STRING "SUMMARY:" DELIMITED BY SIZE
                   Testo-Protetto(1:Lung-Protetto) DELIMITED BY SIZE
                   INTO Riga-Ics
           ELSE
               MOVE "SUMMARY:" TO Riga-Ics
           END-IF
           PERFORM 8100-SCRIVI-RIGA
           IF CE-Luogo NOT = SPACES
               MOVE CE-Luogo TO Testo-Origine
               PERFORM 8200-PROTEGGI-TESTO
               MOVE SPACES TO Riga-Ics
               STRING "LOCATION:" DELIMITED BY SIZE
                   Testo-Protetto(1:Lung-Protetto) DELIMITED BY SIZE
                   INTO Riga-Ics
               PERFORM 8100-SCRIVI-RIGA
           END-IF
           IF CE-Note NOT = SPACES
               MOVE CE-Note TO Testo-Origine
               PERFORM 8200-PROTEGGI-TESTO
               MOVE SPACES TO Riga-Ics
               STRING "DESCRIPTION:" DELIMITED BY SIZE
                   Testo-Protetto(1:Lung-Protetto) DELIMITED BY SIZE
                   INTO Riga-Ics
               PERFORM 8100-SCRIVI-RIGA
           END-IF
           IF CE-Stato = "A"
               MOVE "STATUS:CANCELLED" TO Riga-Ics
           ELSE
               MOVE "STATUS:CONFIRMED" TO Riga-Ics
           END-IF
           PERFORM 8100-SCRIVI-RIGA
           MOVE "END:VEVENT" TO Riga-Ics
           PERFORM 8100-SCRIVI-RIGA.

      *Paragrafo 7000-REGISTRA-EVENTO: l'evento di Evento-Nuovo
      *nella fotografia. Nuovo: sequenza 0. Gia' visto in questo
      *giro (stesso evento da un altro iscritto): nulla. Cambiato o
      *tornato dopo un annullamento: sequenza aumentata. In ogni caso
      *il giro corrente lo marca come ancora presente
       7000-REGISTRA-EVENTO.
           MOVE EV-Destinatario TO CE-Destinatario
           MOVE EV-UID TO CE-UID
           READ FileEventi
               INVALID KEY
                   MOVE EV-Data TO CE-Data
                   MOVE EV-Ora-Inizio TO CE-Ora-Inizio
                   MOVE EV-Ora-Fine TO CE-Ora-Fine
                   MOVE EV-Titolo TO CE-Titolo
                   MOVE EV-Luogo TO CE-Luogo
                   MOVE EV-Note TO CE-Note
                   MOVE EV-Matricola TO CE-Matricola
                   MOVE 0 TO CE-Sequenza
                   MOVE "C" TO CE-Stato
                   MOVE Data-Oggi TO CE-Data-Modifica
                   MOVE Giro-Corrente TO CE-Giro
                   WRITE Eventi-Record
                       INVALID KEY
                           DISPLAY "Evento non registrato: " CE-UID
                   END-WRITE
                   ADD 1 TO Eventi-Nuovi
               NOT INVALID KEY
                   IF CE-Giro NOT = Giro-Corrente
                       PERFORM 7100-AGGIORNA-EVENTO
                   END-IF
           END-READ.

      *Paragrafo 7100-AGGIORNA-EVENTO: confronto con la fotografia
      *dell'evento gia' pubblicato
       7100-AGGIORNA-EVENTO.
           IF CE-Data NOT = EV-Data
                   OR CE-Ora-Inizio NOT = EV-Ora-Inizio
                   OR CE-Ora-Fine NOT = EV-Ora-Fine
                   OR CE-Titolo NOT = EV-Titolo
                   OR CE-Luogo NOT = EV-Luogo
                   OR CE-Note NOT = EV-Note
                   OR CE-Stato NOT = "C"
               MOVE EV-Data TO CE-Data
               MOVE EV-Ora-Inizio TO CE-Ora-Inizio
               MOVE EV-Ora-Fine TO CE-Ora-Fine
               MOVE EV-Titolo TO CE-Titolo
               MOVE EV-Luogo TO CE-Luogo
               MOVE EV-Note TO CE-Note
               MOVE "C" TO CE-Stato
               ADD 1 TO CE-Sequenza
               MOVE Data-Oggi TO CE-Data-Modifica
               ADD 1 TO Eventi-Modificati
           END-IF
           MOVE EV-Matricola TO CE-Matricola
           MOVE Giro-Corrente TO CE-Giro
           REWRITE Eventi-Record
               INVALID KEY
                   DISPLAY "Evento non aggiornato: " CE-UID
           END-REWRITE.

      *Paragrafo 8100-SCRIVI-RIGA: scrive Riga-Ics, ripiegata in
      *pezzi da 75 caratteri (le continuazioni iniziano con uno
      *spazio), ogni riga fisica chiusa da CRLF
       8100-SCRIVI-RIGA.
           MOVE 160 TO Lung-Riga
           MOVE "N" TO Fine-Ricerca
           PERFORM UNTIL Fine-Ricerca = "S"
               IF Lung-Riga = 0
                   MOVE "S" TO Fine-Ricerca
               ELSE IF Riga-Ics(Lung-Riga:1) NOT = SPACE
                   MOVE "S" TO Fine-Ricerca
               ELSE
                   SUBTRACT 1 FROM Lung-Riga
               END-IF
               END-IF
           END-PERFORM
           IF Lung-Riga <= 75
               MOVE Riga-Ics TO Riga-Uscita
               MOVE Lung-Riga TO Lung-Uscita
               PERFORM 8150-SCRIVI-USCITA
           ELSE
               MOVE Riga-Ics(1:75) TO Riga-Uscita
               MOVE 75 TO Lung-Uscita
               PERFORM 8150-SCRIVI-USCITA
               MOVE 76 TO Pos-Riga
               PERFORM UNTIL Pos-Riga > Lung-Riga
                   COMPUTE Pezzo-Riga = Lung-Riga - Pos-Riga + 1
                   IF Pezzo-Riga > 74
                       MOVE 74 TO Pezzo-Riga
                   END-IF
                   MOVE SPACES TO Riga-Uscita
                   MOVE Riga-Ics(Pos-Riga:Pezzo-Riga)
                       TO Riga-Uscita(2:Pezzo-Riga)
                   COMPUTE Lung-Uscita = Pezzo-Riga + 1
                   PERFORM 8150-SCRIVI-USCITA
                   ADD Pezzo-Riga TO Pos-Riga
               END-PERFORM
           END-IF
           MOVE SPACES TO Riga-Ics.

      *Paragrafo 8150-SCRIVI-USCITA: i primi Lung-Uscita caratteri
      *di Riga-Uscita e il CRLF, un carattere per record
       8150-SCRIVI-USCITA.
           MOVE Fine-Riga-Ics TO Riga-Uscita(Lung-Uscita + 1:2)
           ADD 2 TO Lung-Uscita
           MOVE 0 TO Pos-Uscita
           PERFORM UNTIL Pos-Uscita >= Lung-Uscita
               ADD 1 TO Pos-Uscita
               MOVE Riga-Uscita(Pos-Uscita:1) TO FileIcs-Record
               WRITE FileIcs-Record
           END-PERFORM.

      *Paragrafo 8200-PROTEGGI-TESTO: Testo-Origine in
      *Testo-Protetto con la barra rovesciata davanti a virgole,
      *punti e virgola e barre; Lung-Protetto e' la lunghezza utile
       8200-PROTEGGI-TESTO.
           MOVE SPACES TO Testo-Protetto
           MOVE 0 TO Lung-Protetto
           MOVE 60 TO Lung-Origine
           MOVE "N" TO Fine-Ricerca
           PERFORM UNTIL Fine-Ricerca = "S"
               IF Lung-Origine = 0
                   MOVE "S" TO Fine-Ricerca
               ELSE IF Testo-Origine(Lung-Origine:1) NOT = SPACE
                   MOVE "S" TO Fine-Ricerca
               ELSE
                   SUBTRACT 1 FROM Lung-Origine
               END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO Pos-Testo
           PERFORM UNTIL Pos-Testo >= Lung-Origine
               ADD 1 TO Pos-Testo
               IF Testo-Origine(Pos-Testo:1) = ","
                       OR Testo-Origine(Pos-Testo:1) = ";"
                       OR Testo-Origine(Pos-Testo:1) = Barra-Rovescia
                   ADD 1 TO Lung-Protetto
                   MOVE Barra-Rovescia
                       TO Testo-Protetto(Lung-Protetto:1)
               END-IF
               ADD 1 TO Lung-Protetto
               MOVE Testo-Origine(Pos-Testo:1)
                   TO Testo-Protetto(Lung-Protetto:1)
           END-PERFORM.

      *Paragrafo 8410-ORA-IN-MINUTI: Ora-Calcolo (HHMM) in minuti
      *dalla mezzanotte in Minuti-Calcolo
       8410-ORA-IN-MINUTI.
           DIVIDE Ora-Calcolo BY 100
               GIVING Ore-Orario
               REMAINDER Minuti-Orario
           COMPUTE Minuti-Calcolo = Ore-Orario * 60 + Minuti-Orario.

      *Paragrafo 8420-MINUTI-IN-ORA: Minuti-Calcolo in Ora-Calcolo
      *(HHMM), fermo alle 23:59
       8420-MINUTI-IN-ORA.
           IF Minuti-Calcolo > 1439
               MOVE 2359 TO Ora-Calcolo
           ELSE
               DIVIDE Minuti-Calcolo BY 60
                   GIVING Ore-Orario
                   REMAINDER Minuti-Orario
               COMPUTE Ora-Calcolo = Ore-Orario * 100
                   + Minuti-Orario
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
      *Materia-Codice, per il titolo; se il codice non e' a catalogo
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

       END PROGRAM EsportaCalendario.
