           SELECT FileCrediti ASSIGN TO 'CREDITI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCrediti.
      *Tabella delle notazioni del voto (facoltativa): quanto valgono
      *il "+", il "-", il mezzo e il voto a cavallo "5/6"; se manca
      *valgono i valori d'uso (piu' e meno un quarto, mezzo voto)
           SELECT FileNotazioni ASSIGN TO 'NOTAZIONI-VOTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileNotazioni.
      *Curriculo richiesto per classe (facoltativo): se assente non
      *si segnalano materie mancanti per nessuna classe
           SELECT FileCurricolo ASSIGN TO 'CURRICOLO.DAT'
      *crei una nuova intestazione invece di usare quella corretta
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
      *Esiti degli esami di recupero, tracciati a parte dal resto del
      *Registro di controllo: una riga per ogni sessione che genera
      *un report, cosi' si puo' sempre ricostruire chi ha rigenerato
      *il registro e quando
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
      *esiste sostituisce la password unica condivisa di
      *PASSWORD.DAT, cosi' la sigla in AUDIT.LOG corrisponde a
      *credenziali verificate e non a quello che uno digita
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
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-Chiave
               ALTERNATE RECORD KEY IS VT-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVoti.
      *Medie per studente, periodo e materia mantenute a ogni
      *scrittura di VOTI.DAT
           SELECT FileMedie ASSIGN TO 'MEDIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-Chiave
               FILE STATUS IS FS-FileMedie.
      *Giornale di sessione: ogni voto, materia e assenza accettata
      *viene annotata qui nel momento stesso dell'accettazione, e a
      *ogni avvio un giornale non vuoto permette di riprendere la
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
      *Indirizzi di studio e quadri orari (IndirizziManut): il
      *curricolo e il monte ore della classe vengono dal suo
      *indirizzo e anno di corso
           SELECT FileIndirizzi ASSIGN TO 'INDIRIZZI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IN-Codice
               FILE STATUS IS FS-FileIndirizzi.
           SELECT FileQuadri ASSIGN TO 'QUADRI-ORARI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileQuadri.
      *Controllo di chiusura dei periodi (PERIODI-CHIUSI.DAT,
      *manutenuto con ChiusuraPeriodi): un periodo gia' scrutinato
      *non accetta nuovi voti, salvo forzatura tracciata
           SELECT FileCalendario ASSIGN TO 'CALENDARIO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCalendario.
      *Calendario giornaliero (GiorniManut): tipo del giorno e ore
      *di lezione
           SELECT FileGiorni ASSIGN TO 'GIORNI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GG-Data
               FILE STATUS IS FS-FileGiorni.
      *Eventi di assenza per data (data, ore, giustificata o no):
      *sostituiscono il totale annuo digitato a memoria e permettono
      *il controllo di validita' dell'anno sul monte ore
               ACCESS MODE IS RANDOM
               RECORD KEY IS BS-ID-Studente
               FILE STATUS IS FS-Bes.
      *Soggiorni di mobilita' internazionale (MOBILITA.DAT, vedi
      *Mobilita): nelle date del soggiorno lo studente e' esonerato
      *da frequenza e minimo di voti
           SELECT FileMobilita ASSIGN TO 'MOBILITA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MB-Chiave
               FILE STATUS IS FS-FileMobilita.
      *Supplenze registrate dalla segreteria (SUPPLENZE.DAT, vedi
      *Supplenze): il supplente viene accettato da CHIEDI-DOCENTE
      *per materia e classe del titolare assente, nei soli giorni
           SELECT FileSupplenze ASSIGN TO 'SUPPLENZE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSupplenze.
      *Registro delle cattedre (CATTEDRE.DAT, vedi CattedreManut):
      *quando c'e', e' lui a dire chi insegna la materia nella
      *classe, al posto delle materie dell'anagrafica docenti
           SELECT FileCattedre ASSIGN TO 'CATTEDRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCattedre.
      *Registro dei consensi (CONSENSI.DAT, vedi ConsensiManut):
      *una revoca per lo scopo EXPORT esclude la famiglia
      *dall'esportazione dei contatti, in silenzio
           SELECT FilePagella ASSIGN TO Pagella-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FilePagella.
      *Nomi inglesi delle materie per codice (MaterieManut), per
      *l'edizione bilingue della pagella
           SELECT MaterieInglese ASSIGN TO 'MATERIE-INGLESE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MI-Codice
               FILE STATUS IS FS-MaterieInglese.
      *Ore di assenza per materia (AssenzeMaterie)
           SELECT FileAssMaterie ASSIGN TO 'ASSENZE-MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-Chiave
               FILE STATUS IS FS-FileAssMaterie.
      *Voti finali ratificati dal consiglio (VOTI-FINALI.DAT,
      *scritti da ScrutinioConsiglio): dove esistono, la pagella
      *riporta il voto ratificato invece della media dei voti
           SELECT FileVotiFinali ASSIGN TO 'VOTI-FINALI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileVotiFinali.
      *Anno scolastico corrente come impostazione di sessione
      *(scritto da ChiusuraAnno): se presente, NOME non chiede piu'
      *l'anno studente per studente
           SELECT FileBackupIndice ASSIGN TO 'BACKUP-INDICE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileBackupIndice.
      *Scelte annuali sulla religione cattolica (SCELTE-IRC.DAT,
      *manutenute con SceltaIrc): le materie a giudizio del catalogo
      *si valutano solo per chi ha scelto quella materia nell'anno
           SELECT FileScelteIrc ASSIGN TO 'SCELTE-IRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileScelteIrc.
      *Giudizi descrittivi di periodo (GIUDIZI.DAT, composti dal
      *consiglio con GiudiziDescrittivi): la pagella ne stampa il
      *testo per ogni periodo dell'anno
           SELECT FileGiudizi ASSIGN TO 'GIUDIZI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileGiudizi.

       DATA DIVISION.
       FILE SECTION.
       01  FileCrediti-Record.
           05  CR-Materia PIC X(20).
           05  CR-Credito PIC 9V99.
      *Una riga per segno: PIU, MENO, MEZZO o BARRA e il valore in
      *centesimi di voto (es. "PIU   25", "BARRA 50")
       FD  FileNotazioni.
       01  FileNotazioni-Record.
           05  NV-Notazione PIC X(5).
           05  FILLER PIC X(1).
           05  NV-Centesimi PIC 9(2).
       FD  FileCurricolo.
       01  FileCurricolo-Record.
           05  CU-Classe PIC X(4).
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
       FD  FileRecuperi.
       01  FileRecuperi-Record.
           05  FR-ID-Studente PIC 9(6).
           05  FA-Classe PIC X(4).
           05  FA-Media PIC 99V99.
           05  FA-Esito PIC X(9).
           05  FA-Voto-Diploma PIC 9(3).
           05  FA-Lode PIC X(1).
       FD  FileRecuperiList.
       01  FileRecuperiList-Record PIC X(80).
       FD  FileContatti.
       01  FileContatti-Record PIC X(120).
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
       FD  FileAuth.
       01  FileAuth-Record PIC X(20).
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
           05  OP-Data-Password PIC X(8).
           05  OP-Tentativi PIC X(1).
           05  OP-Bloccato PIC X(1).
      *Sigla DOCENTI.DAT del titolare del conto (spazi = conto non
      *collegato a un docente): limita classi e materie di lavoro
           05  OP-Docente PIC X(10).
       FD  FileOperatoriNew.
       01  FileOperatoriNew-Record PIC X(51).
       FD  RosterIn.
       01  RosterIn-Record.
           05  Roster-Cognome PIC X(50).
      *contestazioni ("l'interrogazione del 12 marzo") e per la
      *vista cronologica del registro (vedi CronologiaVoti)
           05  VT-Data-Voto PIC 9(8).
      *Voto come lo ha scritto il docente ("6+", "7-", "5/6"),
      *accanto al valore numerico; in bianco per i voti interi
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
      *Una riga per studente, periodo e materia: conteggi, totali e
      *medie per tipo, i pesi del profilo di classe applicati e la
      *media pesata come la calcola il registro (i giudizi ne
      *restano fuori)
       FD  FileMedie.
       01  FileMedie-Record.
           05  ME-Chiave.
               10  ME-ID-Studente PIC 9(6).
               10  ME-Periodo PIC 9(1).
               10  ME-Materia PIC X(20).
           05  ME-Dati.
               10  ME-Classe PIC X(4).
               10  ME-Valori.
                   15  ME-Cont-Orale PIC 999.
                   15  ME-Tot-Orale PIC 9(5)V99.
                   15  ME-Media-Orale PIC 99V99.
                   15  ME-Cont-Scritto PIC 999.
                   15  ME-Tot-Scritto PIC 9(5)V99.
                   15  ME-Media-Scritto PIC 99V99.
                   15  ME-Cont-Pratico PIC 999.
                   15  ME-Tot-Pratico PIC 9(5)V99.
                   15  ME-Media-Pratico PIC 99V99.
                   15  ME-Cont-Voti PIC 999.
                   15  ME-Tot-Voti PIC 9(5)V99.
                   15  ME-Peso-Orale PIC V999.
                   15  ME-Peso-Scritto PIC V999.
                   15  ME-Peso-Pratico PIC V999.
                   15  ME-Media-Pesata PIC 99V9.
                   15  ME-Data-Ultimo-Voto PIC 9(8).
               10  ME-Data-Calcolo PIC 9(8).
       FD  FileGiornale.
       01  FileGiornale-Record PIC X(100).
       FD  Docenti.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
       FD  FileIndirizzi.
       01  Indirizzi-Record.
           05  IN-Codice PIC X(6).
           05  IN-Descrizione PIC X(40).
           05  IN-Durata PIC 9(1).
           05  IN-Ore-Pcto PIC 9(3).
           05  IN-Monte-Ore-Tab.
               10  IN-Monte-Ore OCCURS 5 TIMES PIC 9(4).
       FD  FileQuadri.
       01  FileQuadri-Record.
           05  QO-Indirizzo PIC X(6).
           05  QO-Anno PIC 9(1).
           05  QO-Materia PIC X(20).
           05  QO-Ore PIC 99.
       FD  FileChiusi.
       01  FileChiusi-Record.
           05  CP-Classe PIC X(4).
           05  CA-Periodo PIC 9(1).
           05  CA-Data-Inizio PIC 9(8).
           05  CA-Data-Fine PIC 9(8).
       FD  FileGiorni.
       01  FileGiorni-Record.
           05  GG-Data PIC 9(8).
           05  GG-Anno PIC X(9).
           05  GG-Tipo PIC X(1).
               88  GG-Lezione VALUE "L".
           05  GG-Ore PIC 9(1).
           05  GG-Descrizione PIC X(30).
       FD  FileAssenze.
       01  FileAssenze-Record.
           05  AS-Chiave.
               10  AS-Progressivo PIC 9(2).
           05  AS-Ore PIC 99.
           05  AS-Giustificata PIC X(1).
               88  AS-Fuori-Sede VALUE "F".
      *Evento di ritardo (R) o uscita anticipata (U): orario
      *dell'entrata o dell'uscita e ore equivalenti frazionarie che
      *contano sul monte ore (es. 0.5 per mezz'ora)
           05  BS-Data-Inizio PIC 9(8).
           05  BS-Data-Fine PIC 9(8).
           05  BS-Note PIC X(40).
      *Periodo 0 = anno intero; colloquio di reinserimento P
      *positivo, N negativo, in bianco non ancora svolto
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
       FD  FileSupplenze.
       01  FileSupplenze-Record.
           05  SU-Assente PIC X(10).
           05  SU-Classe PIC X(4).
           05  SU-Inizio PIC 9(8).
           05  SU-Fine PIC 9(8).
       FD  FileCattedre.
       01  FileCattedre-Record.
           05  CT-Docente PIC X(10).
           05  CT-Classe PIC X(4).
           05  CT-Materia PIC X(20).
           05  CT-Dal PIC 9(8).
           05  CT-Al PIC 9(8).
           05  CT-Ore PIC 99.
       FD  FileConsensi.
       01  FileConsensi-Record.
           05  CNS-ID-Studente PIC 9(6).
           05  PRT-Matricola PIC 9(6).
           05  PRT-Operatore PIC X(10).
           05  PRT-Riferimento PIC 9(6).
       FD  FileScelteIrc.
       01  FileScelteIrc-Record.
           05  SI-ID-Studente PIC 9(6).
           05  SI-Anno PIC X(9).
           05  SI-Scelta PIC X(1).
           05  SI-Data PIC 9(8).
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
       FD  FileEsoneri.
       01  FileEsoneri-Record.
           05  ESN-ID-Studente PIC 9(6).
       01  FileObiettivi-Record PIC X(80).
       FD  FilePagella.
       01  FilePagella-Record PIC X(80).
       FD  MaterieInglese.
       01  MaterieInglese-Record.
           05  MI-Codice PIC X(6).
           05  MI-Nome PIC X(50).
       FD  FileAssMaterie.
       01  FileAssMaterie-Record.
           05  AM-Chiave.
               10  AM-ID-Studente PIC 9(6).
               10  AM-Periodo PIC 9(1).
               10  AM-Materia PIC X(20).
           05  AM-Classe PIC X(4).
           05  AM-Anno PIC X(9).
           05  AM-Ore-Assenza PIC 9(3)V9.
           05  AM-Ore-Previste PIC 9(4).
           05  AM-Percentuale PIC 999V9.
           05  AM-Oltre-Soglia PIC X(1).
               88  AM-Oltre-Soglia-Si VALUE "Y".
           05  AM-Data-Calcolo PIC 9(8).
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
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
       FD  FileBackupIndice.
       01  Esito-Finale PIC X(9) VALUE SPACES.
       01  Classe-Promossi PIC 99 VALUE 0.
       01  Classe-Bocciati PIC 99 VALUE 0.
      *Giudizio sospeso: materie ancora in attesa di recupero,
      *l'esito definitivo arriva dallo scrutinio integrativo
       01  Classe-Sospesi PIC 99 VALUE 0.
       01  voto PIC 99V99 VALUE 0.
       01  voto-for PIC Z9.99.
       01  tipo PIC X(1).
       01  Voto-Testo PIC X(4) VALUE SPACES.
       01  Voto-Testo-Valido PIC X VALUE "N".
           88  Voto-Testo-Valido-Si VALUE "Y".
      *Notazione del docente: "6+", "6-", "6" con il mezzo, "5/6".
      *Il valore di ogni segno viene da NOTAZIONI-VOTO.DAT (vedi
      *LEGGI-NOTAZIONI); la scritta originale si conserva in
      *Voto-Notazione e va su VOTI.DAT accanto al valore numerico
       01  FS-FileNotazioni PIC XX VALUE SPACES.
       01  Fine-Notazioni PIC X VALUE "N".
           88  Fine-Notazioni-Si VALUE "S".
       01  Notazione-Piu PIC 9V99 VALUE 0.25.
       01  Notazione-Meno PIC 9V99 VALUE 0.25.
       01  Notazione-Mezzo PIC 9V99 VALUE 0.50.
       01  Notazione-Barra PIC 9V99 VALUE 0.50.
       01  Notazione-Testo PIC X(6) VALUE SPACES.
       01  Notazione-Originale PIC X(4) VALUE SPACES.
       01  Notazione-Valore PIC 99V99 VALUE 0.
       01  Notazione-Valida PIC X VALUE "N".
           88  Notazione-Valida-Si VALUE "Y".
       01  Notazione-Base PIC 99 VALUE 0.
       01  Notazione-Cifre PIC 9 VALUE 0.
       01  Notazione-Resto PIC X(4) VALUE SPACES.
       01  Notazione-Seconda PIC 99 VALUE 0.
       01  Voto-Notazione PIC X(4) VALUE SPACES.
      *Coda di notifiche di fine report (vedi SELECT FileNotifiche)
       01  FS-FileNotifiche PIC XX VALUE SPACES.
       01  Notifica-Data PIC 9(8) VALUE 0.
           88  Catalogo-Disponibile-Si VALUE "Y".
       01  Materia-Valida PIC X VALUE "N".
           88  Materia-Valida-Si VALUE "Y".
      *Validata la materia, in materia resta il codice da scrivere
      *nei file e qui il nome per il registro e per il video
       01  Materia-Nome-Corrente PIC X(80) VALUE SPACES.
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
      *Scala della materia validata: in bianco numerica, R o A a
      *giudizio (religione cattolica, attivita' alternativa); il
      *giudizio vale solo se la scelta dell'anno dello studente
      *coincide con la scala
       01  Materia-Scala PIC X VALUE SPACE.
           88  Materia-Giudizio-Si VALUE "R" "A".
       01  Materia-Non-Scelta PIC X VALUE "N".
           88  Materia-Non-Scelta-Si VALUE "Y".
       01  Materia-Fuori-Ambito PIC X VALUE "N".
       01  FS-FileScelteIrc PIC XX VALUE SPACES.
       01  Scelta-Irc PIC X VALUE SPACE.
       01  Fine-Scelte-Irc PIC X VALUE "N".
      *Giudizi delle materie a giudizio: in VOTI.DAT tipo "G" e nel
      *voto il codice da 1 (insufficiente) a 5 (ottimo)
       01  Giudizi-Dati.
           02  FILLER PIC X(13) VALUE "insufficiente".
           02  FILLER PIC X(13) VALUE "sufficiente".
           02  FILLER PIC X(13) VALUE "buono".
           02  FILLER PIC X(13) VALUE "distinto".
           02  FILLER PIC X(13) VALUE "ottimo".
       01  Giudizi-Tab REDEFINES Giudizi-Dati.
           02  Giudizio-Parola OCCURS 5 TIMES PIC X(13).
       01  Giudizio-Lettera PIC X VALUE SPACE.
       01  Giudizio-Codice PIC 9 VALUE 0.
       01  Giudizio-Gruppo PIC 9 VALUE 0.
      *Giudizi descrittivi per la pagella: l'ultimo registrato per
      *ciascun periodo dell'anno
       01  FS-FileGiudizi PIC XX VALUE SPACES.
       01  Fine-Giudizi PIC X VALUE "N".
       01  Giudizi-Pagella-Tab.
           02  GP-Periodo OCCURS 4 TIMES.
               03  GP-Presente PIC X.
               03  GP-Riga OCCURS 8 TIMES PIC X(70).
       01  Giudizi-Periodo-Idx PIC 9 VALUE 0.
       01  Giudizi-Riga-Idx PIC 9 VALUE 0.
       01  Giudizi-Stampati PIC 9 VALUE 0.
       01  FS-FileRecuperi PIC XX VALUE SPACES.
       01  FS-FileArchivio PIC XX VALUE SPACES.
       01  FS-FileRecuperiList PIC XX VALUE SPACES.
       01  Supplenza-Attiva PIC X VALUE "N".
       01  Fine-Supplenze PIC X VALUE "N".
       01  Data-Odierna-Suppl PIC 9(8) VALUE 0.
      *Titolare della cattedra di classe e materia correnti a una
      *data (vedi CERCA-TITOLARE-CATTEDRA); la sigla accettata da
      *CHIEDI-DOCENTE resta per il controllo sulla data della prova
       01  FS-FileCattedre PIC XX VALUE SPACES.
       01  Cattedre-Presenti PIC X VALUE "N".
       01  Fine-Cattedre PIC X VALUE "N".
       01  Cattedra-Data PIC 9(8) VALUE 0.
       01  Cattedra-Titolare PIC X(10) VALUE SPACES.
       01  Docente-Sigla-Corrente PIC X(10) VALUE SPACES.
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
      *Consensi: una revoca EXPORT toglie la famiglia dai contatti
      *esportati; il conteggio delle soppressioni va a video
       01  FS-FileConsensi PIC XX VALUE SPACES.
       01  Fine-Esoneri PIC X VALUE "N".
       01  Data-Odierna-Esonero PIC 9(8) VALUE 0.
       01  Esoneri-Annotati PIC 9 VALUE 0.
      *Soggiorno di mobilita' internazionale dello studente corrente
      *nell'anno della sessione (vedi CONTROLLA-MOBILITA)
       01  FS-FileMobilita PIC XX VALUE SPACES.
       01  Mobilita-Trovata PIC X VALUE "N".
           88  Mobilita-Trovata-Si VALUE "Y".
       01  Mobilita-Periodo PIC 9 VALUE 0.
       01  Mobilita-Dal PIC 9(8) VALUE 0.
       01  Mobilita-Al PIC 9(8) VALUE 0.
       01  Mobilita-Colloquio PIC X VALUE SPACE.
       01  Mobilita-Paese PIC X(20) VALUE SPACES.
       01  FS-FileCondotte PIC XX VALUE SPACES.
       01  Condotta-Data-Oggi PIC 9(8) VALUE 0.
       01  Risposta-Ritiro PIC X VALUE SPACES.
       01  Fine-Studenti PIC X VALUE "N".
      *Registro di controllo delle sessioni (AUDIT.LOG)
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
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).
      *programma di inserimento). Con il vecchio PASSWORD.DAT il
      *ruolo resta D per compatibilita'
       01  FS-FileOperatori PIC XX VALUE SPACES.
      *Circolari non ancora lette dall'operatore
       01  FS-FileCircolari PIC XX VALUE SPACES.
       01  FS-FileVisioni PIC XX VALUE SPACES.
       01  Fine-Visioni PIC X VALUE "N".
       01  Conferma-Visione PIC X VALUE SPACE.
       01  Circolare-Riga-Idx PIC 99 VALUE 0.
       01  Operatore-Ruolo PIC X VALUE "D".
       01  Operatore-Autenticato PIC X VALUE "N".
       01  Sigla-Inserita PIC X(10) VALUE SPACES.
       01  Conto-Data-Password PIC X(8) VALUE SPACES.
       01  Conto-Tentativi PIC 9 VALUE 0.
       01  Conto-Bloccato PIC X VALUE SPACE.
       01  Conto-Docente PIC X(10) VALUE SPACES.
       01  GIORNI-VALIDITA-PASSWORD PIC 999 VALUE 90.
       01  MASSIMO-TENTATIVI-CONTO PIC 9 VALUE 3.
       01  Password-Scaduta PIC X VALUE "N".
      *periodo (per la chiave) e progressivo dell'ultimo voto scritto,
      *per poterlo cancellare con il comando 99 (ANNULLA-ULTIMO-VOTO)
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-FileMedie PIC XX VALUE SPACES.
       01  Voti-Prossimo-Progr PIC 9(4) VALUE 0.
       01  Ultimo-Voto-Progr PIC 9(4) VALUE 0.
       01  Fine-Voti-Materia PIC X VALUE "N".
      *Anagrafica classi: se CLASSI.DAT non esiste si accetta il
      *codice digitato, senza bloccare il programma
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-FileIncarichi PIC XX VALUE SPACES.
      *Coordinatore della classe con incarico COOR attivo oggi in
      *INCARICHI.DAT (spazi se la classe non ne ha)
       01  Coordinatore-Incarico PIC X(10) VALUE SPACES.
       01  Coordinatore-Data PIC 9(8) VALUE 0.
       01  Fine-Incarichi PIC X VALUE "N".
       01  Classi-Disponibile PIC X VALUE "N".
           88  Classi-Disponibile-Si VALUE "Y".
       01  Classe-Valida PIC X VALUE "N".
       01  Periodo-Derivato PIC 9 VALUE 0.
       01  Anno-Derivato PIC X(9) VALUE SPACES.
       01  Data-In-Anno PIC X VALUE "N".
       01  FS-FileGiorni PIC XX VALUE SPACES.
      *Controllo del giorno su GIORNI.DAT: un giorno registrato e
      *non di lezione rifiuta l'evento; senza file, o con il giorno
      *non ancora registrato, l'evento passa come sempre
       01  Giorno-Da-Controllare PIC 9(8) VALUE 0.
       01  Giorno-Di-Lezione PIC X VALUE "Y".
       01  Giorno-Ore-Lezione PIC 9 VALUE 0.
       01  Giorno-Motivo PIC X(30) VALUE SPACES.
      *Monte ore dell'anno dalle ore dei giorni di lezione di
      *GIORNI.DAT; senza giorni registrati per l'anno resta il
      *MONTE-ORE-ANNO di sempre
       01  Monte-Ore-Effettivo PIC 9(4) VALUE 0.
       01  Monte-Ore-Giorni PIC 9(5) VALUE 0.
       01  Monte-Ore-Anno-Scolastico PIC X(9) VALUE HIGH-VALUES.
       01  Monte-Ore-Calendario PIC 9(4) VALUE 0.
       01  Fine-Giorni PIC X VALUE "N".
      *Indirizzo e anno di corso della classe (CLASSI.DAT) con il
      *monte ore annuo dell'indirizzo per quell'anno; senza
      *indirizzo valgono CURRICOLO.DAT e il monte ore di sempre
       01  FS-FileIndirizzi PIC XX VALUE SPACES.
       01  FS-FileQuadri PIC XX VALUE SPACES.
       01  Fine-Quadri PIC X VALUE "N".
       01  Indirizzo-Classe PIC X(6) VALUE SPACES.
       01  Anno-Corso-Classe PIC 9 VALUE 0.
       01  Monte-Ore-Indirizzo PIC 9(4) VALUE 0.
       01  Indirizzo-Trovato PIC X VALUE "N".
           88  Indirizzo-Trovato-Si VALUE "Y".
       01  Quadro-Righe PIC 99 VALUE 0.
      *Ricerca per cognome sulla chiave alternativa di STUDENTI.DAT
       01  Cognome-Cercato PIC X(50) VALUE SPACES.
       01  Fine-Ricerca-Cognome PIC X VALUE "N".
       01  Docente-Materie-Idx PIC 9 VALUE 0.
       01  Modalita-Schermo PIC X VALUE "N".
           88  Modalita-Schermo-Si VALUE "Y" "y".
       01  Schermo-Materia PIC X(60) VALUE SPACES.
       01  Schermo-Periodo PIC X(20) VALUE SPACES.
       01  Schermo-Media PIC Z9.99 VALUE ZEROES.
       01  Schermo-Ultimo PIC Z9.99 VALUE ZEROES.
      *Pagella individuale dello studente corrente
       01  FS-FilePagella PIC XX VALUE SPACES.
       01  Pagella-Filename PIC X(30) VALUE SPACES.
      *Edizione bilingue italiano/inglese della pagella
      *(PAGELLA-EN-<matricola>.txt), protocollata a parte con
      *riferimento all'originale: i nomi inglesi delle materie da
      *MATERIE-INGLESE.DAT, periodi, giudizi, esiti e scala di
      *valutazione dalle tabelle qui sotto
       01  Risposta-Bilingue PIC X VALUE SPACES.
       01  Pagella-Bilingue PIC X VALUE "N".
       01  FS-MaterieInglese PIC XX VALUE SPACES.
       01  Inglese-Aperto PIC X VALUE "N".
       01  Nome-Inglese PIC X(50) VALUE SPACES.
       01  Protocollo-Originale PIC 9(6) VALUE 0.
       01  Riga-EN-Periodo PIC 9 VALUE 0.
       01  Riga-EN-Etichetta PIC X(12) VALUE SPACES.
       01  Riga-EN-Valore PIC X(13) VALUE SPACES.
       01  Esito-Inglese PIC X(32) VALUE SPACES.
       01  Periodi-Inglesi-Dati.
           02  FILLER PIC X(12) VALUE "first term".
           02  FILLER PIC X(12) VALUE "second term".
           02  FILLER PIC X(12) VALUE "third term".
           02  FILLER PIC X(12) VALUE "fourth term".
       01  Periodi-Inglesi-Tab REDEFINES Periodi-Inglesi-Dati.
           02  Periodo-Inglese OCCURS 4 TIMES PIC X(12).
       01  Giudizi-Inglesi-Dati.
           02  FILLER PIC X(13) VALUE "fail".
           02  FILLER PIC X(13) VALUE "pass".
           02  FILLER PIC X(13) VALUE "good".
           02  FILLER PIC X(13) VALUE "very good".
           02  FILLER PIC X(13) VALUE "excellent".
       01  Giudizi-Inglesi-Tab REDEFINES Giudizi-Inglesi-Dati.
           02  Giudizio-Inglese OCCURS 5 TIMES PIC X(13).
       01  Esiti-Inglesi-Dati.
           02  FILLER PIC X(9) VALUE "PROMOSSO".
           02  FILLER PIC X(32) VALUE "promoted to the next year".
           02  FILLER PIC X(9) VALUE "BOCCIATO".
           02  FILLER PIC X(32) VALUE "not promoted".
           02  FILLER PIC X(9) VALUE "SOSPESO".
           02  FILLER PIC X(32) VALUE "final assessment deferred".
           02  FILLER PIC X(9) VALUE "MOBILITA".
           02  FILLER PIC X(32) VALUE "year abroad (study mobility)".
           02  FILLER PIC X(9) VALUE "NONVALIDO".
           02  FILLER PIC X(32) VALUE "year not valid (absence limit)".
           02  FILLER PIC X(9) VALUE "IDONEO".
           02  FILLER PIC X(32) VALUE "passed qualifying exam".
           02  FILLER PIC X(9) VALUE "NONIDONEO".
           02  FILLER PIC X(32) VALUE "failed qualifying exam".
       01  Esiti-Inglesi-Tab REDEFINES Esiti-Inglesi-Dati.
           02  Esiti-Inglesi-Voce OCCURS 7 TIMES.
               03  EI-Esito PIC X(9).
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
       01  Scala-Voti-Tab REDEFINES Scala-Voti-Dati.
           02  Scala-Voti-Riga OCCURS 12 TIMES PIC X(56).
       01  Scala-Voti-Idx PIC 99 VALUE 0.
      *Ore di assenza per materia da ASSENZE-MATERIE.DAT
       01  FS-FileAssMaterie PIC XX VALUE SPACES.
       01  AssMaterie-Aperte PIC X VALUE "N".
       01  AM-Ore-for PIC ZZ9.9.
       01  Fine-AssMaterie PIC X VALUE "N".
       01  AssMaterie-Stampate PIC 99 VALUE 0.
       01  AM-Previste-for PIC ZZZ9.
       01  AM-Perc-for PIC ZZ9.9.
      *Voti ratificati dello studente per l'anno della pagella
       01  FS-FileVotiFinali PIC XX VALUE SPACES.
       01  Fine-Voti-Finali PIC X VALUE "N".
       01  Ratificati-Tab.
           05  Ratificati-Voce OCCURS 60 TIMES.
               10  RF-Periodo PIC 9.
               10  RF-Materia PIC X(20).
               10  RF-Voto PIC 99.
               10  RF-Tipo PIC X.
               10  RF-Stampato PIC X.
       01  Ratificati-Cont PIC 99 VALUE 0.
       01  Ratificati-Idx PIC 99 VALUE 0.
       01  Ratificato-Trovato PIC X VALUE "N".
       01  Ratificato-for PIC Z9.
      *Anno scolastico corrente da ANNO-CORRENTE.DAT: se il file
      *manca si chiede l'anno come in passato
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  Dist-Conta-for PIC ZZ9.
       01  Dist-Puntatore PIC 999 VALUE 1.
       01  riga-dist PIC X(80) VALUE SPACES.
      *Ricalcolo di una riga di MEDIE.DAT: la chiave si mette in
      *MR-ID-Studente, MR-Periodo e MR-Materia; MR-Valori ha lo
      *stesso tracciato di ME-Valori per il confronto
       01  MR-ID-Studente PIC 9(6) VALUE 0.
       01  MR-Periodo PIC 9 VALUE 0.
       01  MR-Materia PIC X(20) VALUE SPACES.
       01  MR-Classe PIC X(4) VALUE SPACES.
       01  MR-Valori.
           05  MR-Cont-Orale PIC 999.
           05  MR-Tot-Orale PIC 9(5)V99.
           05  MR-Media-Orale PIC 99V99.
           05  MR-Cont-Scritto PIC 999.
           05  MR-Tot-Scritto PIC 9(5)V99.
           05  MR-Media-Scritto PIC 99V99.
           05  MR-Cont-Pratico PIC 999.
           05  MR-Tot-Pratico PIC 9(5)V99.
           05  MR-Media-Pratico PIC 99V99.
           05  MR-Cont-Voti PIC 999.
           05  MR-Tot-Voti PIC 9(5)V99.
           05  MR-Peso-Orale PIC V999.
           05  MR-Peso-Scritto PIC V999.
           05  MR-Peso-Pratico PIC V999.
           05  MR-Media-Pesata PIC 99V9.
           05  MR-Data-Ultimo-Voto PIC 9(8).
      *Peso-Usato V999 come nel registro: con tutti e tre i tipi
      *presenti i pesi sommano 1.000, trabocca a zero e la media
      *ripiega sulla semplice; la riga deve dare la stessa media
      *del registro, trabocco compreso
       01  MR-Peso-Usato PIC V999 VALUE 0.
       01  MR-Somma-Pesata PIC 9(4)V9(4) VALUE 0.
      *Profilo di PESI.DAT dell'ultima classe cercata
       01  MR-Pesi-Classe PIC X(4) VALUE HIGH-VALUES.
       01  MR-Pesi-Orale PIC V999 VALUE .350.
       01  MR-Pesi-Scritto PIC V999 VALUE .400.
       01  MR-Pesi-Pratico PIC V999 VALUE .250.
       01  MR-Fine PIC X VALUE "N".
       01  MR-Data-Oggi PIC 9(8) VALUE 0.

       SCREEN SECTION.
      *Maschere della modalita' a video (vedi Modalita-Schermo):
           02  COLUMN 45 VALUE "Periodo  :".
           02  COLUMN 56 PIC X(20) FROM Schermo-Periodo.
           02  LINE 5 COLUMN 2 VALUE "Materia  :".
           02  COLUMN 13 PIC X(60) FROM Schermo-Materia.
           02  LINE 6 COLUMN 2 VALUE "Media provvisoria:".
           02  COLUMN 21 PIC X(5) FROM Schermo-Media.
           02  COLUMN 45 VALUE "Ultimo voto:".
           02  COLUMN 47 PIC X(1) USING tipo.

       PROCEDURE DIVISION.
       PERFORM CONTROLLA-AMBIENTE
      *Autorizzazione dell'operatore: nessun accesso al registro
      *senza la password corretta
       PERFORM CONTROLLA-ACCESSO
           DISPLAY "Accesso negato"
           STOP RUN
       END-IF
      *Finestra di manutenzione degli archivi aperta: la sessione non
      *parte (vedi FinestraManutenzione)
       PERFORM CONTROLLA-MANUTENZIONE
      *Un conto collegato a un docente lavora solo sulle sue classi
      *e materie
       PERFORM CARICA-AMBITO-DOCENTE
      *Il controllo del blocco e' rimandato al primo studente, quando
      *si conosce la classe della sessione: il blocco e' per classe
      *(vedi DERIVA-NOME-LOCK in ELABORA-STUDENTE)
      *Lettura della configurazione (soglia di sufficienza, ecc.)
       PERFORM LEGGI-CONFIG
       PERFORM LEGGI-CREDITI
       PERFORM LEGGI-NOTAZIONI
       PERFORM LEGGI-PESI
       PERFORM LEGGI-CURRICOLO
      *Periodi gia' chiusi da scrutinio: l'inserimento li rifiuta
           PERFORM REPORT-CLASSE
       END-IF
      *Chiusura file
       IF Docenti-Disponibile-Si
           CLOSE Docenti
       END-IF
           WRITE FileAudit-Record
           CLOSE FileAudit.

      *Paragrafo CONTROLLA-AMBIENTE: AMBIENTE-PROVA.DAT nella
      *cartella di lavoro segnala i dati pseudonimizzati clonati da
      *AmbienteProva; la sessione si apre con la fascia dell'ambiente
      *di prova, perche' nessuno la scambi per il registro vero
       CONTROLLA-AMBIENTE.
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

      *Paragrafo CONTROLLA-MANUTENZIONE: con la finestra di
      *manutenzione aperta (MANUTENZIONE.DAT) un lavoro sugli archivi
      *interi e' in corso e la sessione non parte; un amministratore
      *con conto individuale puo' avviarla comunque, con la deroga
      *tracciata
       CONTROLLA-MANUTENZIONE.
           PERFORM LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
               PERFORM MOSTRA-MANUTENZIONE
               MOVE "N" TO Risposta-Deroga
               IF Operatore-Ruolo = "A"
                   DISPLAY "Avviare comunque come amministratore? "
                       "(S/N): "
                   ACCEPT Risposta-Deroga
               END-IF
               IF Risposta-Deroga NOT = "S"
                       AND Risposta-Deroga NOT = "s"
                   DISPLAY "Sessione non avviata: riprovare a "
                       "lavoro concluso"
                   STOP RUN
               END-IF
               MOVE MN-Chiave TO Manutenzione-Avvisata
               MOVE SPACES TO Audit-Descrizione
               STRING "Deroga manutenzione " DELIMITED BY SIZE
                   Operatore-ID DELIMITED BY SPACE
                   " RegistroElettronico" DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM SCRIVI-AUDIT
           END-IF.

      *Paragrafo LEGGI-MANUTENZIONE: lo stato della finestra da
      *MANUTENZIONE.DAT; oltre la fine prevista il segnale e' scaduto
      *(il lavoro che l'ha aperta si e' probabilmente interrotto).
      *I passi lanciati dalla catena di fine giornata ereditano la
      *chiave della sua finestra e lavorano dentro di essa
       LEGGI-MANUTENZIONE.
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

      *Paragrafo MOSTRA-MANUTENZIONE: il messaggio della
      *finestra aperta, con l'avviso del segnale scaduto
       MOSTRA-MANUTENZIONE.
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

      *Paragrafo AVVISA-MANUTENZIONE: una finestra aperta a
      *sessione gia' avviata si segnala allo studente successivo, una
      *volta per finestra, perche' l'operatore concluda ed esca
       AVVISA-MANUTENZIONE.
           PERFORM LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
                   AND MN-Chiave NOT = Manutenzione-Avvisata
               MOVE MN-Chiave TO Manutenzione-Avvisata
               PERFORM MOSTRA-MANUTENZIONE
               DISPLAY "Concludere l'operazione in corso e uscire: "
                   "il lavoro sugli archivi e' gia' partito"
           END-IF.

      *Paragrafo CONTROLLA-ACCESSO: legge la password dell'operatore
      *da PASSWORD.DAT (se manca, resta quella di default) e concede
      *fino a tre tentativi prima di negare l'accesso; la password
                       "l'inserimento voti"
                   MOVE "N" TO Accesso-Consentito
               END-IF
               IF Accesso-Consentito-Si
                   PERFORM CIRCOLARI-DA-LEGGERE
               END-IF
           ELSE
               PERFORM CONTROLLA-ACCESSO-CONDIVISO
           END-IF.
      *falliti persistente (tre errori consecutivi bloccano il
      *conto, lo sblocco e' da OperatoriManut), scadenza della
      *password con cambio obbligatorio all'accesso e cambio
      *password su richiesta dell'operatore; dopo l'accesso le
      *circolari non ancora lette (CIRCOLARI-DA-LEGGERE)
       CONTROLLA-ACCESSO-OPERATORI.
           MOVE 0 TO Tentativi-Accesso
           MOVE "N" TO Accesso-Consentito
                       MOVE "Y" TO Accesso-Consentito
                       MOVE Conto-Ruolo TO Operatore-Ruolo
                       MOVE Sigla-Inserita TO Operatore-ID
                       MOVE Conto-Docente TO Operatore-Docente
      *L'accesso riuscito azzera il contatore dei tentativi
                       IF Conto-Tentativi > 0
                           MOVE 0 TO Conto-Tentativi
               END-EVALUATE
           END-PERFORM.

      *Paragrafo CIRCOLARI-DA-LEGGERE: le circolari attive
      *destinate all'operatore e non ancora lette (Circolari) si
      *mostrano prima di continuare; la conferma registra data e
      *ora della presa visione
       CIRCOLARI-DA-LEGGERE.
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
                                   PERFORM MOSTRA-CIRCOLARE
                               END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileCircolari
               END-IF
               CLOSE FileVisioni
           END-IF.

      *Paragrafo MOSTRA-CIRCOLARE: testo della circolare e
      *conferma obbligatoria; le circolari ritirate non si mostrano
       MOSTRA-CIRCOLARE.
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

      *Paragrafo CERCA-CONTO-OPERATORE: carica nei campi di lavoro
      *il conto della sigla digitata; i campi di sicurezza assenti
      *nelle righe scritte prima dell'estensione valgono zero
           MOVE SPACES TO Conto-Data-Password
           MOVE 0 TO Conto-Tentativi
           MOVE SPACE TO Conto-Bloccato
           MOVE SPACES TO Conto-Docente
           OPEN INPUT FileOperatori
           MOVE "N" TO Fine-Operatori
           PERFORM UNTIL Fine-Operatori = "S"
                               MOVE OP-Tentativi TO Conto-Tentativi
                           END-IF
                           MOVE OP-Bloccato TO Conto-Bloccato
                           MOVE OP-Docente TO Conto-Docente
                           MOVE "S" TO Fine-Operatori
                       END-IF
               END-READ
      *Paragrafo ELABORA-STUDENTE: tutto il flusso di inserimento
      *voti per uno studente, dal nome alla media finale
       ELABORA-STUDENTE.
           PERFORM AVVISA-MANUTENZIONE
      *In ripresa da giornale lo studente e il suo stato sono gia'
      *stati ricostruiti da CONTROLLA-GIORNALE: niente NOME, niente
      *azzeramenti
      *Data corrente, serve sia per il nome del file (primo studente)
      *sia per la riga di data/ora piu' sotto
       ACCEPT Data-Esecuzione FROM DATE YYYYMMDD
      *Soggiorno di mobilita' internazionale dell'anno, se c'e':
      *serve alle assenze, al minimo voti e all'esito
       PERFORM CONTROLLA-MOBILITA
      *La classe del primo studente elaborato nella sessione decide
      *il nome del riepilogo di classe (vedi REPORT-CLASSE) e, salvo
      *un nome forzato da CONFIG.DAT, anche il nome del registro
      *ogni media finale cosi' la segreteria non ritaglia piu' il
      *registro con le forbici
       PERFORM STAMPA-PAGELLA
      *Edizione bilingue italiano/inglese a richiesta, per le
      *famiglie straniere e per chi va a studiare all'estero
       DISPLAY "Stampare anche la pagella bilingue "
           "italiano/inglese? (S/N): "
       ACCEPT Risposta-Bilingue
       IF Risposta-Bilingue = "S" OR "s"
           PERFORM STAMPA-PAGELLA-BILINGUE
       END-IF
      *Riga nell'archivio storico pluriennale delle medie; il voto
      *di diploma gia' registrato dalla commissione d'esame resta
      *quello che era
       MOVE Anno-Scolastico TO FA-Anno-Scolastico
       MOVE ID-Studente TO FA-ID-Studente
       READ FileArchivio
           INVALID KEY
               MOVE 0 TO FA-Voto-Diploma
               MOVE SPACE TO FA-Lode
       END-READ
       MOVE Cognome(1:20) TO FA-Cognome
       MOVE Classe TO FA-Classe
       MOVE media1 TO FA-Media
       IF media1 < SOGLIA-SUFFICIENZA
           ADD 1 TO Classe-Sotto-Soglia
       END-IF
      *Tutto cio' che non e' promosso ne' sospeso (bocciato o anno
      *non validato) finisce tra i non promossi del riepilogo
       EVALUATE Esito-Finale
           WHEN "PROMOSSO"
               ADD 1 TO Classe-Promossi
      *L'anno di mobilita' con colloquio positivo vale come promosso
           WHEN "MOBILITA"
               ADD 1 TO Classe-Promossi
           WHEN "SOSPESO"
               ADD 1 TO Classe-Sospesi
           WHEN OTHER
               ADD 1 TO Classe-Bocciati
       END-EVALUATE
      *Riga grezza per l'elenco alfabetico, ordinata in ORDINA-ROSTER
       MOVE Cognome TO Roster-Cognome
       MOVE ID-Studente TO Roster-ID
           IF Ritardo-Data = 0
               MOVE 99999999 TO Ritardo-Data
           ELSE
               MOVE Ritardo-Data TO Giorno-Da-Controllare
               PERFORM CONTROLLA-GIORNO-LEZIONE
           END-IF
           IF Ritardo-Data NOT = 99999999
                   AND Giorno-Di-Lezione = "N"
               DISPLAY "Il " Ritardo-Data " non e' giorno di "
                   "lezione (" Giorno-Motivo "): evento scartato"
           ELSE IF Ritardo-Data NOT = 99999999
               DISPLAY "Tipo (R = ritardo, U = uscita anticipata): "
               ACCEPT Ritardo-Tipo
               IF Ritardo-Tipo = "r"
                       ADD Ritardo-Ore-Equiv TO Ore-Frazioni-NG
                   END-IF
               END-IF
           END-IF
           END-IF.

      *Paragrafo SCRIVI-RITARDO: accoda l'evento a RITARDI.DAT
           IF Assenza-Data = 0
               MOVE 99999999 TO Assenza-Data
           ELSE
               MOVE Assenza-Data TO Giorno-Da-Controllare
               PERFORM CONTROLLA-GIORNO-LEZIONE
           END-IF
           IF Assenza-Data NOT = 99999999
                   AND Giorno-Di-Lezione = "N"
               DISPLAY "Il " Assenza-Data " non e' giorno di "
                   "lezione (" Giorno-Motivo "): assenza scartata"
           ELSE IF Assenza-Data NOT = 99999999
               DISPLAY "Ore di assenza: "
               ACCEPT Assenza-Ore
               IF Giorno-Ore-Lezione > 0
                       AND Assenza-Ore > Giorno-Ore-Lezione
                   DISPLAY "Il giorno ha " Giorno-Ore-Lezione
                       " ore di lezione: assenza scartata"
               ELSE
                   DISPLAY "Giustificata? (S/N): "
                   ACCEPT Assenza-Giust
                   IF Assenza-Giust = "S" OR "s"
                       MOVE "G" TO Assenza-Giust
                   ELSE
                       MOVE "N" TO Assenza-Giust
                   END-IF
                   PERFORM SCRIVI-ASSENZA
                   PERFORM ACCUMULA-ASSENZA
                   PERFORM GIORNALE-ASSENZE
               END-IF
           END-IF
           END-IF.

      *Paragrafo PRECARICA-ASSENZE: riporta nei totali dello
      *studente le ore gia' presenti in ASSENZE.DAT dalle sessioni
      *precedenti, con la stessa classificazione per periodo degli
      *eventi nuovi (come fa 2300-ASSENZE di ScrutinioConsiglio);
      *le giornate fuori sede delle uscite didattiche (giustifica
      *"F", UsciteDidattiche) non sono assenze
       PRECARICA-ASSENZE.
           OPEN INPUT FileAssenze
           IF FS-FileAssenze = "00"
                           MOVE "S" TO Fine-Assenze-Pre
                       NOT AT END
                           IF AS-ID-Studente = ID-Studente
      *I giorni del soggiorno all'estero non sono assenze
                               IF NOT AS-Fuori-Sede
                                   AND NOT (Mobilita-Trovata-Si
                                       AND AS-Data >= Mobilita-Dal
                                       AND AS-Data <= Mobilita-Al)
                                   PERFORM ACCUMULA-ASSENZA-PREGRESSA
                               END-IF
                           ELSE
                               MOVE "S" TO Fine-Assenze-Pre
                           END-IF
      *Paragrafo VERIFICA-CURRICOLO: confronta le materie obbligatorie
      *della classe dello studente con quelle effettivamente inserite
      *nel periodo corrente (Materie-Inserite-Tab), segnalando ogni
      *materia di curriculo mancante senza bloccare il programma.
      *Le materie obbligatorie sono quelle del quadro orario
      *dell'indirizzo e anno di corso della classe; CURRICOLO.DAT
      *vale per le classi senza indirizzo o con il quadro vuoto
       VERIFICA-CURRICOLO.
           MOVE 0 TO Quadro-Righe
           PERFORM CERCA-INDIRIZZO-CLASSE
           IF Indirizzo-Trovato-Si
               PERFORM VERIFICA-QUADRO-ORARIO
           END-IF
           IF Quadro-Righe = 0
               PERFORM VERIFICA-CURRICOLO-CLASSE
           END-IF.

      *Paragrafo VERIFICA-CURRICOLO-CLASSE: il confronto sulle righe
      *di CURRICOLO.DAT della classe
       VERIFICA-CURRICOLO-CLASSE.
           MOVE 0 TO Curricolo-Idx
           PERFORM UNTIL Curricolo-Idx >= Curricolo-Cont
               ADD 1 TO Curricolo-Idx
                       END-IF
                   END-PERFORM
                   IF NOT Materia-Trovata-Si
                       MOVE Curricolo-Materia(Curricolo-Idx)
                           TO Materia-Codice
                       PERFORM CERCA-NOME-MATERIA
                       DISPLAY "Attenzione: materia di curriculo "
                           "mancante - " Materia-Nome-Esteso(1:40)
                       MOVE SPACES TO FileEccezioni-Record
                       STRING Cognome DELIMITED BY SIZE
                           " (classe " DELIMITED BY SIZE
                           Periodo-Nome(Periodo-Indice)
                               DELIMITED BY SIZE
                           " - manca " DELIMITED BY SIZE
                           Materia-Nome-Esteso(1:40) DELIMITED BY SIZE
                           INTO FileEccezioni-Record
                       WRITE FileEccezioni-Record
                   END-IF
               PERFORM VERIFICA-CURRICOLO-ECCEDENZE
           END-IF.

      *Paragrafo VERIFICA-QUADRO-ORARIO: stesso confronto sulle
      *materie del quadro orario (QUADRI-ORARI.DAT) dell'indirizzo
      *e anno di corso della classe; Quadro-Righe conta le materie
      *del quadro trovate
       VERIFICA-QUADRO-ORARIO.
           OPEN INPUT FileQuadri
           IF FS-FileQuadri = "00"
               MOVE "N" TO Fine-Quadri
               PERFORM UNTIL Fine-Quadri = "S"
                   READ FileQuadri
                       AT END
                           MOVE "S" TO Fine-Quadri
                       NOT AT END
                           IF QO-Indirizzo = Indirizzo-Classe
                                   AND QO-Anno = Anno-Corso-Classe
                               ADD 1 TO Quadro-Righe
                               PERFORM VERIFICA-MATERIA-QUADRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileQuadri
           END-IF.

      *Paragrafo VERIFICA-MATERIA-QUADRO: la materia del quadro e'
      *tra quelle inserite? Se manca, avviso ed eccezione
       VERIFICA-MATERIA-QUADRO.
           MOVE "N" TO Materia-Trovata
           MOVE 0 TO Materie-Inserite-Idx
           PERFORM UNTIL Materie-Inserite-Idx
                   >= Materie-Inserite-Cont
               ADD 1 TO Materie-Inserite-Idx
               IF Materie-Inserite(Materie-Inserite-Idx)
                       = QO-Materia
                   MOVE "Y" TO Materia-Trovata
                   MOVE Materie-Inserite-Cont
                       TO Materie-Inserite-Idx
               END-IF
           END-PERFORM
           IF NOT Materia-Trovata-Si
               MOVE QO-Materia TO Materia-Codice
               PERFORM CERCA-NOME-MATERIA
               DISPLAY "Attenzione: materia di curriculo "
                   "mancante - " Materia-Nome-Esteso(1:40)
               MOVE SPACES TO FileEccezioni-Record
               STRING Cognome DELIMITED BY SIZE
                   " (classe " DELIMITED BY SIZE
                   Classe DELIMITED BY SIZE
                   ") - " DELIMITED BY SIZE
                   Periodo-Nome(Periodo-Indice)
                       DELIMITED BY SIZE
                   " - manca " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:40) DELIMITED BY SIZE
                   INTO FileEccezioni-Record
               WRITE FileEccezioni-Record
           END-IF.

      *Paragrafo CERCA-INDIRIZZO-CLASSE: indirizzo e anno di corso
      *di Classe da CLASSI.DAT e, da INDIRIZZI.DAT, il monte ore
      *annuo dell'indirizzo per quell'anno (0 se non definito).
      *Senza anagrafiche o senza indirizzo Indirizzo-Trovato resta N
       CERCA-INDIRIZZO-CLASSE.
           MOVE "N" TO Indirizzo-Trovato
           MOVE SPACES TO Indirizzo-Classe
           MOVE 0 TO Anno-Corso-Classe
           MOVE 0 TO Monte-Ore-Indirizzo
           IF Classi-Disponibile-Si
               MOVE Classe TO CL-Codice
               READ Classi
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CL-Indirizzo TO Indirizzo-Classe
                       MOVE CL-Anno-Corso TO Anno-Corso-Classe
               END-READ
           END-IF
           IF Indirizzo-Classe NOT = SPACES
                   AND Anno-Corso-Classe > 0
               OPEN INPUT FileIndirizzi
               IF FS-FileIndirizzi = "00"
                   MOVE Indirizzo-Classe TO IN-Codice
                   READ FileIndirizzi
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO Indirizzo-Trovato
                           IF Anno-Corso-Classe NOT > IN-Durata
                               MOVE IN-Monte-Ore(Anno-Corso-Classe)
                                   TO Monte-Ore-Indirizzo
                           END-IF
                   END-READ
                   CLOSE FileIndirizzi
               END-IF
           END-IF.

      *Paragrafo VERIFICA-CURRICOLO-ECCEDENZE: stesso confronto di
      *VERIFICA-CURRICOLO sulle righe oltre la capienza della
      *tabella, rilette dal file di lavoro
                                   END-IF
                               END-PERFORM
                               IF NOT Materia-Trovata-Si
                                   MOVE CE-Materia TO Materia-Codice
                                   PERFORM CERCA-NOME-MATERIA
                                   DISPLAY "Attenzione: materia di "
                                       "curriculo mancante - "
                                       Materia-Nome-Esteso(1:40)
                                   MOVE SPACES
                                       TO FileEccezioni-Record
                                   STRING Cognome DELIMITED BY SIZE
                                       " (classe " DELIMITED BY SIZE
                                       Classe DELIMITED BY SIZE
                                       ") - manca " DELIMITED BY SIZE
                                       Materia-Nome-Esteso(1:40)
                                           DELIMITED BY SIZE
                                       INTO FileEccezioni-Record
                                   WRITE FileEccezioni-Record
                               END-IF
           END-IF.

      *Paragrafo ACCETTA-VOTO: riceve il voto come testo e lo accetta
      *in voto solo se e' numerico o scritto con la notazione del
      *docente (6+, 6-, 6 e mezzo, 5/6), reinsistendo finche' non lo e'
       ACCETTA-VOTO.
           MOVE "N" TO Voto-Testo-Valido
           PERFORM UNTIL Voto-Testo-Valido-Si
               ACCEPT Voto-Testo
               MOVE SPACES TO Voto-Notazione
               IF Voto-Testo IS NUMERIC
                   MOVE "Y" TO Voto-Testo-Valido
                   MOVE Voto-Testo TO voto
               ELSE
                   MOVE Voto-Testo TO Notazione-Testo
                   PERFORM CONVERTI-NOTAZIONE
                   IF Notazione-Valida-Si
                       MOVE "Y" TO Voto-Testo-Valido
                       MOVE Notazione-Valore TO voto
                       MOVE Notazione-Originale TO Voto-Notazione
                   ELSE
                       DISPLAY "Valore non numerico, reinserire"
                   END-IF
               END-IF
           END-PERFORM.

      *Paragrafo LEGGI-NOTAZIONI: se esiste NOTAZIONI-VOTO.DAT ne
      *prende il valore dei segni del voto; un segno non indicato
      *tiene il valore d'uso
       LEGGI-NOTAZIONI.
           OPEN INPUT FileNotazioni
           IF FS-FileNotazioni = "00"
               MOVE "N" TO Fine-Notazioni
               PERFORM UNTIL Fine-Notazioni-Si
                   READ FileNotazioni
                       AT END
                           MOVE "S" TO Fine-Notazioni
                       NOT AT END
                           PERFORM CARICA-NOTAZIONE
                   END-READ
               END-PERFORM
               CLOSE FileNotazioni
           END-IF.

      *Paragrafo CARICA-NOTAZIONE: una riga di NOTAZIONI-VOTO.DAT
       CARICA-NOTAZIONE.
           IF NV-Centesimi IS NUMERIC
               EVALUATE NV-Notazione
                   WHEN "PIU"
                       COMPUTE Notazione-Piu = NV-Centesimi / 100
                   WHEN "MENO"
                       COMPUTE Notazione-Meno = NV-Centesimi / 100
                   WHEN "MEZZO"
                       COMPUTE Notazione-Mezzo = NV-Centesimi / 100
                   WHEN "BARRA"
                       COMPUTE Notazione-Barra = NV-Centesimi / 100
                   WHEN OTHER
                       DISPLAY "NOTAZIONI-VOTO.DAT: segno "
                           NV-Notazione " sconosciuto, riga ignorata"
               END-EVALUATE
           ELSE
               DISPLAY "NOTAZIONI-VOTO.DAT: valore non numerico per "
                   NV-Notazione ", riga ignorata"
           END-IF.

      *Paragrafo CONVERTI-NOTAZIONE: da Notazione-Testo (una o due
      *cifre seguite da nulla, "+", "-", il mezzo o "/" e il voto
      *successivo) a Notazione-Valore. Un voto intero seguito da
      *spazi e' valido senza notazione; un voto con la notazione che
      *esce da 0-10 non e' valido. Il mezzo si accetta sia come
      *carattere UTF-8 sia come carattere Latin-1
       CONVERTI-NOTAZIONE.
           MOVE "N" TO Notazione-Valida
           MOVE 0 TO Notazione-Valore
           MOVE SPACES TO Notazione-Originale
           MOVE 0 TO Notazione-Cifre
           IF Notazione-Testo(1:1) IS NUMERIC
               MOVE 1 TO Notazione-Cifre
               IF Notazione-Testo(2:1) IS NUMERIC
                   MOVE 2 TO Notazione-Cifre
               END-IF
           END-IF
           IF Notazione-Cifre > 0
               IF Notazione-Cifre = 1
                   MOVE Notazione-Testo(1:1) TO Notazione-Base
               ELSE
                   MOVE Notazione-Testo(1:2) TO Notazione-Base
               END-IF
               MOVE Notazione-Testo(Notazione-Cifre + 1:4)
                   TO Notazione-Resto
               EVALUATE TRUE
                   WHEN Notazione-Resto = SPACES
                       MOVE Notazione-Base TO Notazione-Valore
                       MOVE "Y" TO Notazione-Valida
                   WHEN Notazione-Resto = "+"
                       IF Notazione-Base < 10
                           COMPUTE Notazione-Valore =
                               Notazione-Base + Notazione-Piu
                           MOVE "Y" TO Notazione-Valida
                       END-IF
                   WHEN Notazione-Resto = "-"
                       IF Notazione-Base NOT < Notazione-Meno
                               AND Notazione-Base <= 10
                           COMPUTE Notazione-Valore =
                               Notazione-Base - Notazione-Meno
                           MOVE "Y" TO Notazione-Valida
                       END-IF
                   WHEN Notazione-Resto = X"C2BD"
                           OR Notazione-Resto = X"BD"
                       IF Notazione-Base < 10
                           COMPUTE Notazione-Valore =
                               Notazione-Base + Notazione-Mezzo
                           MOVE "Y" TO Notazione-Valida
                       END-IF
                   WHEN Notazione-Resto(1:1) = "/"
                       PERFORM CONVERTI-NOTAZIONE-BARRA
               END-EVALUATE
               IF Notazione-Valida-Si AND Notazione-Resto NOT = SPACES
                   IF Notazione-Valore > 10
                       MOVE "N" TO Notazione-Valida
                   ELSE
                       MOVE Notazione-Testo(1:4) TO Notazione-Originale
                   END-IF
               END-IF
           END-IF.

      *Paragrafo CONVERTI-NOTAZIONE-BARRA: il voto a cavallo (5/6)
      *vale solo tra due voti consecutivi
       CONVERTI-NOTAZIONE-BARRA.
           MOVE 0 TO Notazione-Seconda
           IF Notazione-Resto(2:1) IS NUMERIC
               IF Notazione-Resto(3:2) = SPACES
                   MOVE Notazione-Resto(2:1) TO Notazione-Seconda
               ELSE IF Notazione-Resto(3:1) IS NUMERIC
                       AND Notazione-Resto(4:1) = SPACE
                   MOVE Notazione-Resto(2:2) TO Notazione-Seconda
               END-IF
               END-IF
           END-IF
           IF Notazione-Seconda = Notazione-Base + 1
               COMPUTE Notazione-Valore =
                   Notazione-Base + Notazione-Barra
               MOVE "Y" TO Notazione-Valida
           END-IF.

      *Paragrafo FORMATTA-VOTO: converte Valore-Da-Formattare in testo
      *secondo il formato configurato (decimali, separatore), per chi
      *preferisce un voto intero o il separatore decimale all'italiana
               END-IF
           END-IF.

      *Paragrafo APRI-MATERIE-MASTER: carica il catalogo materie se
      *presente; se manca, VALIDA-MATERIA non fara' alcun controllo
       APRI-MATERIE-MASTER.
           PERFORM CARICA-CATALOGO-MATERIE
           IF Cat-Cont > 0
               MOVE "Y" TO Catalogo-Disponibile
           ELSE
               MOVE "N" TO Catalogo-Disponibile

      *Paragrafo CHIEDI-CLASSE-NUOVA: classe di un nuovo studente;
      *con l'anagrafica classi presente si insiste finche' il codice
      *non e' censito in CLASSI.DAT (e, per un conto collegato a un
      *docente, finche' la classe non e' nel suo ambito)
       CHIEDI-CLASSE-NUOVA.
           MOVE "N" TO Classe-Valida
           PERFORM UNTIL Classe-Valida = "Y"
                           MOVE "Y" TO Classe-Valida
                   END-READ
               END-IF
               IF Classe-Valida = "Y"
                   MOVE Classe TO Ambito-Classe
                   MOVE SPACES TO Ambito-Materia
                   PERFORM CONTROLLA-AMBITO
                   IF Ambito-Esito NOT = "Y"
                       PERFORM NEGA-AMBITO
                       MOVE "N" TO Classe-Valida
                   END-IF
               END-IF
           END-PERFORM.

      *Paragrafo CHIEDI-DOCENTE: con l'anagrafica docenti presente
      *si chiede la sigla e la si valida, controllando anche che il
      *docente sia oggi titolare della cattedra di materia e classe
      *correnti (CATTEDRE.DAT) o, senza registro delle cattedre, che
      *la materia sia tra quelle assegnate in anagrafica; il nome
      *per il registro diventa "Cognome (sigla)". Senza anagrafica
      *resta il campo libero storico. A un conto collegato a un
      *docente si propone la sua sigla
       CHIEDI-DOCENTE.
           MOVE SPACES TO Docente-Sigla-Corrente
           IF NOT Docenti-Disponibile-Si
               DISPLAY "Docente: "
               ACCEPT Docente-Materia
           ELSE
               MOVE "N" TO Docente-Valido
               PERFORM UNTIL Docente-Valido = "Y"
                   IF Operatore-Docente NOT = SPACES
                       DISPLAY "Sigla docente (invio = "
                           Operatore-Docente "): "
                       ACCEPT DC-Sigla
                       IF DC-Sigla = SPACES
                           MOVE Operatore-Docente TO DC-Sigla
                       END-IF
                   ELSE
                       DISPLAY "Sigla docente: "
                       ACCEPT DC-Sigla
                   END-IF
                   READ Docenti
                       INVALID KEY
                           DISPLAY "Sigla non in anagrafica "
                               "docenti (vedi DocentiManut)"
                       NOT INVALID KEY
                           ACCEPT Cattedra-Data FROM DATE YYYYMMDD
                           PERFORM CERCA-TITOLARE-CATTEDRA
                           IF Cattedre-Presenti = "Y"
                               MOVE "N" TO Docente-Insegna
                               IF Cattedra-Titolare = DC-Sigla
                                   MOVE "Y" TO Docente-Insegna
                               END-IF
                           ELSE
                               PERFORM CONTROLLA-MATERIA-DOCENTE
                           END-IF
                           IF Docente-Insegna = "Y"
                               MOVE "Y" TO Docente-Valido
                           ELSE
                           END-IF
                   END-READ
               END-PERFORM
               IF Docente-Insegna = "Y"
                   MOVE DC-Sigla TO Docente-Sigla-Corrente
               END-IF
               MOVE SPACES TO Docente-Materia
               STRING DC-Cognome(1:17) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
               CLOSE FileSupplenze
           END-IF.

      *Paragrafo CERCA-TITOLARE-CATTEDRA: chi era titolare della
      *cattedra di materia corrente nella classe della sessione il
      *giorno Cattedra-Data? Le cattedre di una classe e materia non
      *si sovrappongono, quindi la risposta e' una sola (in bianco
      *se nessuna cattedra copre la data); Cattedre-Presenti dice
      *se il registro delle cattedre esiste
       CERCA-TITOLARE-CATTEDRA.
           MOVE SPACES TO Cattedra-Titolare
           MOVE "N" TO Cattedre-Presenti
           OPEN INPUT FileCattedre
           IF FS-FileCattedre = "00"
               MOVE "Y" TO Cattedre-Presenti
               MOVE "N" TO Fine-Cattedre
               PERFORM UNTIL Fine-Cattedre = "S"
                   READ FileCattedre
                       AT END
                           MOVE "S" TO Fine-Cattedre
                       NOT AT END
                           IF CT-Classe = Classe
                                   AND CT-Materia = materia(1:20)
                                   AND CT-Dal <= Cattedra-Data
                                   AND CT-Al >= Cattedra-Data
                               MOVE CT-Docente TO Cattedra-Titolare
                               MOVE "S" TO Fine-Cattedre
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCattedre
           END-IF.

      *Paragrafo CARICA-AMBITO-DOCENTE: classi e materie su cui puo'
      *lavorare un conto collegato a un docente, dalle cattedre in
      *corso oggi e dalle supplenze attive oggi; l'amministratore e
      *i conti non collegati restano senza limiti. Senza CATTEDRE.DAT
      *non si sa chi insegna cosa: si avvisa e non si limita
       CARICA-AMBITO-DOCENTE.
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
                                   PERFORM AGGIUNGI-VOCE-AMBITO
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
                                       PERFORM AGGIUNGI-VOCE-AMBITO
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE FileSupplenze
                   END-IF
               END-IF
           END-IF.

      *Paragrafo AGGIUNGI-VOCE-AMBITO: accoda classe e materia
      *all'ambito del docente
       AGGIUNGI-VOCE-AMBITO.
           IF Ambito-Cont < 100
               ADD 1 TO Ambito-Cont
               MOVE Ambito-Classe TO AB-Classe(Ambito-Cont)
               MOVE Ambito-Materia TO AB-Materia(Ambito-Cont)
           END-IF.

      *Paragrafo CONTROLLA-AMBITO: Ambito-Classe (e Ambito-Materia,
      *se valorizzata) e' tra quelle del docente collegato al conto,
      *o il docente coordina la classe? Risposta in Ambito-Esito
       CONTROLLA-AMBITO.
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
                   PERFORM CONTROLLA-COORDINATORE
               END-IF
           END-IF.

      *Paragrafo CONTROLLA-COORDINATORE: il coordinatore di
      *classe vede tutta la classe: e' il docente con l'incarico
      *COOR attivo oggi in INCARICHI.DAT (Incarichi); solo per le
      *classi senza incarico vale la sigla in CL-Coordinatore
       CONTROLLA-COORDINATORE.
           PERFORM CERCA-COORDINATORE-INCARICO
           IF Coordinatore-Incarico NOT = SPACES
               IF Coordinatore-Incarico = Operatore-Docente
                   MOVE "Y" TO Ambito-Esito
               END-IF
           ELSE
               IF Classi-Disponibile-Si
                   MOVE Ambito-Classe TO CL-Codice
                   READ Classi
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CL-Coordinatore = Operatore-Docente
                               MOVE "Y" TO Ambito-Esito
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *Paragrafo CERCA-COORDINATORE-INCARICO: la sigla del docente con
      *incarico di coordinamento (COOR) attivo oggi per Ambito-Classe
      *in INCARICHI.DAT, come negli elenchi di GiustifichePortale
       CERCA-COORDINATORE-INCARICO.
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

      *Paragrafo NEGA-AMBITO: rifiuto a video e traccia in AUDIT.LOG
      *del tentativo fuori ambito
       NEGA-AMBITO.
           DISPLAY "Classe " Ambito-Classe " " Ambito-Materia
               " fuori dall'ambito del docente " Operatore-Docente
           MOVE SPACES TO Audit-Descrizione
           STRING "Negato fuori ambito " DELIMITED BY SIZE
               Ambito-Classe DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               Ambito-Materia DELIMITED BY SPACE
               INTO Audit-Descrizione
           PERFORM SCRIVI-AUDIT.

      *Paragrafo VALIDA-MATERIA-AMBITO: una materia valida ma fuori
      *dall'ambito del docente collegato al conto, per la classe
      *corrente, torna non valida (il rifiuto resta tracciato)
       VALIDA-MATERIA-AMBITO.
           MOVE "N" TO Materia-Fuori-Ambito
           IF Materia-Valida-Si AND materia NOT = MATERIA-SENTINELLA
                   AND Ambito-Limitato = "Y"
               MOVE Classe TO Ambito-Classe
               MOVE materia(1:20) TO Ambito-Materia
               PERFORM CONTROLLA-AMBITO
               IF Ambito-Esito NOT = "Y"
                   PERFORM NEGA-AMBITO
                   MOVE "N" TO Materia-Valida
                   MOVE "Y" TO Materia-Fuori-Ambito
               END-IF
           END-IF.

      *Paragrafo CARICA-CATALOGO-MATERIE: catalogo in memoria
      *Nome, codice e scala di ogni materia di MATERIE.DAT; senza
      *catalogo la tabella resta vuota e la materia vale come scritta
       CARICA-CATALOGO-MATERIE.
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

      *Paragrafo RISOLVI-MATERIA: codice della materia
      *Da quanto digitato in Materia-Input (codice, nome completo
      *o nome troncato ai 20 caratteri dei vecchi tracciati) al
      *codice da scrivere nei file. Esito C codice o nome esatto,
      *T nome troncato riconosciuto, A nome troncato comune a piu'
      *materie, I materia sconosciuta. Una materia a catalogo senza
      *codice resta scritta per nome
       RISOLVI-MATERIA.
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

      *Paragrafo CERCA-NOME-MATERIA: nome della materia
      *Il nome completo della materia il cui codice e' in
      *Materia-Codice, per la stampa; se il codice non e' a catalogo
      *resta quanto scritto nel file
       CERCA-NOME-MATERIA.
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

      *Paragrafo VALIDA-MATERIA: controlla che la materia digitata
      *(codice o nome) sia nel catalogo ufficiale e la sostituisce
      *con il suo codice; se il catalogo non e' disponibile la
      *materia e' sempre accettata come digitata
       VALIDA-MATERIA.
           MOVE SPACE TO Materia-Scala
           MOVE "N" TO Materia-Non-Scelta
           MOVE SPACE TO Materia-Esito
           MOVE materia TO Materia-Nome-Corrente
           IF NOT Catalogo-Disponibile-Si
                   OR materia = MATERIA-SENTINELLA
               MOVE "Y" TO Materia-Valida
           ELSE
               MOVE materia TO Materia-Input
               PERFORM RISOLVI-MATERIA
               IF Materia-Risolta
                   MOVE "Y" TO Materia-Valida
                   MOVE Materia-Scala-Cat TO Materia-Scala
                   MOVE Materia-Codice TO materia
                   MOVE Materia-Nome-Esteso TO Materia-Nome-Corrente
               ELSE
                   MOVE "N" TO Materia-Valida
               END-IF
           END-IF.

      *Paragrafo VALIDA-MATERIA-STUDENTE: VALIDA-MATERIA piu', per
      *le materie a giudizio, la scelta dell'anno dello studente:
      *chi non se ne avvale non riceve giudizi nella materia; per un
      *conto collegato a un docente la materia deve essere nel suo
      *ambito per la classe dello studente
       VALIDA-MATERIA-STUDENTE.
           PERFORM VALIDA-MATERIA
           IF Materia-Valida-Si AND Materia-Giudizio-Si
               PERFORM CONTROLLA-SCELTA-MATERIA
               IF Materia-Non-Scelta-Si
                   MOVE "N" TO Materia-Valida
               END-IF
           END-IF
           PERFORM VALIDA-MATERIA-AMBITO.

      *Paragrafo CONTROLLA-SCELTA-MATERIA: la scelta di ID-Studente
      *per Anno-Scolastico (l'ultima riga di SCELTE-IRC.DAT vince)
      *coincide con la scala della materia?
       CONTROLLA-SCELTA-MATERIA.
           MOVE SPACE TO Scelta-Irc
           OPEN INPUT FileScelteIrc
           IF FS-FileScelteIrc = "00"
               MOVE "N" TO Fine-Scelte-Irc
               PERFORM UNTIL Fine-Scelte-Irc = "S"
                   READ FileScelteIrc
                       AT END
                           MOVE "S" TO Fine-Scelte-Irc
                       NOT AT END
                           IF SI-ID-Studente = ID-Studente
                                   AND SI-Anno = Anno-Scolastico
                               MOVE SI-Scelta TO Scelta-Irc
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileScelteIrc
           END-IF
           IF Scelta-Irc = Materia-Scala
               MOVE "N" TO Materia-Non-Scelta
           ELSE
               MOVE "Y" TO Materia-Non-Scelta
           END-IF.

      *Paragrafo CONVERTI-GIUDIZIO: la lettera digitata (I S B D O)
      *nel codice da 1 a 5; 0 se la lettera non e' un giudizio
       CONVERTI-GIUDIZIO.
           EVALUATE Giudizio-Lettera
               WHEN "I" WHEN "i" MOVE 1 TO Giudizio-Codice
               WHEN "S" WHEN "s" MOVE 2 TO Giudizio-Codice
               WHEN "B" WHEN "b" MOVE 3 TO Giudizio-Codice
               WHEN "D" WHEN "d" MOVE 4 TO Giudizio-Codice
               WHEN "O" WHEN "o" MOVE 5 TO Giudizio-Codice
               WHEN OTHER MOVE 0 TO Giudizio-Codice
           END-EVALUATE.

      *Paragrafo REGISTRA-GIUDIZI-MATERIA: nel flusso per studente,
      *i giudizi di una materia a giudizio al posto dei voti; vanno
      *su VOTI.DAT e sul registro ma non entrano in medie, totali
      *ed esportazione dei voti
       REGISTRA-GIUDIZI-MATERIA.
           MOVE SPACE TO Giudizio-Lettera
           PERFORM UNTIL Giudizio-Lettera = "."
               DISPLAY "Giudizio (I, S, B, D, O; . per terminare): "
               ACCEPT Giudizio-Lettera
               PERFORM CONVERTI-GIUDIZIO
               IF Giudizio-Lettera = "."
                   CONTINUE
               ELSE IF Giudizio-Codice = 0
                   DISPLAY "Giudizio non valido: I insufficiente, "
                       "S sufficiente, B buono, D distinto, O ottimo"
               ELSE
                   MOVE Giudizio-Codice TO voto
                   MOVE "G" TO tipo
                   PERFORM CHIEDI-DATA-VOTO
                   PERFORM SCRIVI-VOTO-MASTER
                   PERFORM FORMATTA-DATA-VOTO
                   MOVE SPACES TO riga3
                   STRING "           giudizio " DELIMITED BY SIZE
                       Giudizio-Parola(Giudizio-Codice)
                           DELIMITED BY SPACE
                       " del " DELIMITED BY SIZE
                       Data-Voto-Ed DELIMITED BY SIZE
                       INTO riga3
                   MOVE riga3 TO FileOut-Record
                   PERFORM SCRIVI-RIGA
               END-IF
               END-IF
           END-PERFORM.

      *Paragrafo INVIA-NOTIFICA: accoda a NOTIFICHE.DAT l'avviso che un
      *nuovo report e' pronto, con data/ora e nome del file generato;
      *un processo esterno (non scritto qui) legge la coda e inoltra
      *l'avviso via email o webhook. Nell'ambiente di prova
      *l'avviso non si accoda
       INVIA-NOTIFICA.
           IF Ambiente-Prova = "S"
               DISPLAY "Ambiente di prova: avviso del report non "
                   "accodato"
           ELSE
               OPEN EXTEND FileNotifiche
               IF FS-FileNotifiche NOT = "00"
                   OPEN OUTPUT FileNotifiche
               END-IF
               ACCEPT Notifica-Data FROM DATE YYYYMMDD
               ACCEPT Notifica-Ora FROM TIME
               MOVE SPACES TO FileNotifiche-Record
               STRING Notifica-Data DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   Notifica-Ora DELIMITED BY SIZE
                   " Report pronto: " DELIMITED BY SIZE
                   FileOut-Filename DELIMITED BY SIZE
                   INTO FileNotifiche-Record
               WRITE FileNotifiche-Record
               CLOSE FileNotifiche
           END-IF.

      *Paragrafo DERIVA-NOME-FILEOUT: ricava il nome del registro dalla
      *classe del primo studente e dalla data di esecuzione
      *(registro-<classe>-<aaaammgg>.txt), cosi' classi diverse seguite
      *nella stessa giornata finiscono su file distinti invece di
      *accodarsi l'una all'altra. Un nome forzato dalla seconda riga di
      *Paragrafo SCRIVI-VOTO-MASTER: registra in VOTI.DAT il voto
      *appena accettato, con chiave matricola+periodo+materia+
      *progressivo; e' l'archivio da cui medie e report si possono
      *sempre ricostruire senza ribattere dalla carta. Il voto porta
      *la provenienza: operatore del conto (o sigla del docente),
      *data e ora della registrazione, canale REGISTRO
       SCRIVI-VOTO-MASTER.
           PERFORM CERCA-PROGRESSIVO-VOTO
           MOVE ID-Studente TO VT-ID-Studente
           MOVE Classe TO VT-Classe
           MOVE Anno-Scolastico TO VT-Anno-Scolastico
           MOVE Data-Voto-Corrente TO VT-Data-Voto
           IF tipo = "G"
               MOVE SPACES TO VT-Notazione
           ELSE
               MOVE Voto-Notazione TO VT-Notazione
           END-IF
           MOVE VT-Classe TO VT-CC-Classe
           MOVE VT-Periodo TO VT-CC-Periodo
           MOVE VT-Materia TO VT-CC-Materia
           IF Operatore-ID NOT = SPACES
               MOVE Operatore-ID TO VT-Operatore
           ELSE
               MOVE Docente-Sigla-Corrente TO VT-Operatore
           END-IF
           ACCEPT VT-Data-Inserimento FROM DATE YYYYMMDD
           ACCEPT VT-Ora-Inserimento FROM TIME
           MOVE "REGISTRO" TO VT-Canale
           WRITE FileVoti-Record
               INVALID KEY
                   DISPLAY "Impossibile registrare il voto in VOTI.DAT"
               NOT INVALID KEY
      *La riga di MEDIE.DAT del gruppo segue il voto nuovo
                   IF VT-Tipo NOT = "G"
                       MOVE VT-ID-Studente TO MR-ID-Studente
                       MOVE VT-Periodo TO MR-Periodo
                       MOVE VT-Materia TO MR-Materia
                       PERFORM AGGIORNA-MEDIA-MATERIA
                   END-IF
           END-WRITE
           MOVE Voti-Prossimo-Progr TO Ultimo-Voto-Progr.

           DELETE FileVoti
               INVALID KEY
                   DISPLAY "Voto non trovato in VOTI.DAT"
               NOT INVALID KEY
      *La riga di MEDIE.DAT del gruppo perde il voto annullato
                   MOVE VT-ID-Studente TO MR-ID-Studente
                   MOVE VT-Periodo TO MR-Periodo
                   MOVE VT-Materia TO MR-Materia
                   PERFORM AGGIORNA-MEDIA-MATERIA
           END-DELETE.

      *Paragrafo MODO-MATERIA: inserimento per materia. Materia,
       MODO-MATERIA.
           DISPLAY "Classe (es. 3A): "
           ACCEPT Classe
           MOVE Classe TO Ambito-Classe
           MOVE SPACES TO Ambito-Materia
           PERFORM CONTROLLA-AMBITO
           PERFORM UNTIL Ambito-Esito = "Y"
               PERFORM NEGA-AMBITO
               DISPLAY "Classe (es. 3A): "
               ACCEPT Classe
               MOVE Classe TO Ambito-Classe
               PERFORM CONTROLLA-AMBITO
           END-PERFORM
           MOVE Classe TO Classe-Sessione
           PERFORM DERIVA-NOME-LOCK
           PERFORM CONTROLLA-LOCK
           DISPLAY "Inserisci Materia: "
           ACCEPT materia
           PERFORM VALIDA-MATERIA
           PERFORM VALIDA-MATERIA-AMBITO
           PERFORM UNTIL Materia-Valida-Si
                   AND materia NOT = MATERIA-SENTINELLA
               IF Materia-Fuori-Ambito = "Y"
                   DISPLAY "Reinserire una materia della propria "
                       "cattedra o supplenza"
               ELSE IF Materia-Ambigua
                   DISPLAY "Nome comune a piu' materie: indicare il "
                       "codice o il nome completo"
               ELSE
                   DISPLAY "Materia non in catalogo, reinserire"
               END-IF
               END-IF
               DISPLAY "Inserisci Materia: "
               ACCEPT materia
               PERFORM VALIDA-MATERIA
               PERFORM VALIDA-MATERIA-AMBITO
           END-PERFORM
           PERFORM CHIEDI-DOCENTE
           MOVE SPACES TO riga1
           STRING "Caricamento per materia: " DELIMITED BY SIZE
               Materia-Nome-Corrente(1:30) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               Periodo-Nome(Periodo-Indice) DELIMITED BY SIZE
               INTO riga1
      *Paragrafo GIRO-VOTO-MATERIA: un giro = una matricola e il suo
      *voto; matricola 0 chiude il giro
       GIRO-VOTO-MATERIA.
           PERFORM AVVISA-MANUTENZIONE
           DISPLAY "Matricola (0 per terminare): "
           ACCEPT ID-Studente
           IF ID-Studente = 0
                           ": voto non registrato"
                   ELSE
                       MOVE ST-Cognome TO Cognome
                       IF Materia-Giudizio-Si
                           PERFORM CONTROLLA-SCELTA-MATERIA
                       END-IF
                       IF Materia-Giudizio-Si
                               AND Materia-Non-Scelta-Si
                           DISPLAY ST-Cognome " non si avvale di "
                               "questa materia nell'anno: giudizio "
                               "non registrato"
                       ELSE IF Materia-Giudizio-Si
                           PERFORM ACCETTA-GIUDIZIO-MATERIA
                       ELSE
                           PERFORM ACCETTA-VOTO-MATERIA
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
               PERFORM SCRIVI-CSV-VOTO
               MOVE ID-Studente TO ID-Studente-for
               MOVE voto TO voto-for
               MOVE voto-for TO Testo-Formattato
               IF Voto-Notazione NOT = SPACES
                   MOVE Voto-Notazione TO Testo-Formattato
               END-IF
               MOVE SPACES TO riga3
               STRING "        " DELIMITED BY SIZE
                   ID-Studente-for DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Cognome(1:20) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Testo-Formattato DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   tipo DELIMITED BY SIZE
                   INTO riga3
               ADD 1 TO Voti-Materia-Registrati
           END-IF.

      *Paragrafo ACCETTA-GIUDIZIO-MATERIA: per le materie a giudizio
      *il giro chiede la lettera del giudizio invece del voto; il
      *giudizio va su VOTI.DAT (tipo "G") e sul registro, non sul CSV
      *dei voti
       ACCETTA-GIUDIZIO-MATERIA.
           DISPLAY "Giudizio (I, S, B, D, O; . per saltare): "
           ACCEPT Giudizio-Lettera
           PERFORM CONVERTI-GIUDIZIO
           PERFORM UNTIL Giudizio-Codice > 0
                   OR Giudizio-Lettera = "."
               DISPLAY "Giudizio non valido: I insufficiente, "
                   "S sufficiente, B buono, D distinto, O ottimo"
               ACCEPT Giudizio-Lettera
               PERFORM CONVERTI-GIUDIZIO
           END-PERFORM
           IF Giudizio-Lettera = "."
               DISPLAY "Nessun giudizio registrato"
           ELSE
               MOVE Giudizio-Codice TO voto
               MOVE "G" TO tipo
               PERFORM CHIEDI-DATA-VOTO
               PERFORM SCRIVI-VOTO-MASTER
               MOVE ID-Studente TO ID-Studente-for
               MOVE SPACES TO riga3
               STRING "        " DELIMITED BY SIZE
                   ID-Studente-for DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Cognome(1:20) DELIMITED BY SIZE
                   " giudizio " DELIMITED BY SIZE
                   Giudizio-Parola(Giudizio-Codice) DELIMITED BY SIZE
                   INTO riga3
               MOVE riga3 TO FileOut-Record
               PERFORM SCRIVI-RIGA
               ADD 1 TO Voti-Materia-Registrati
           END-IF.

      *Paragrafo CONTROLLA-DUPLICATO-ARCHIVIO: cerca in VOTI.DAT un
      *voto gia' registrato con lo stesso valore e tipo per la
      *stessa matricola, periodo e materia; se c'e' chiede conferma
       ELABORA-CLASSE-INTERA.
           DISPLAY "Classe da elaborare (es. 3A): "
           ACCEPT Classe-Modo
           MOVE Classe-Modo TO Ambito-Classe
           MOVE SPACES TO Ambito-Materia
           PERFORM CONTROLLA-AMBITO
           IF Ambito-Esito NOT = "Y"
               PERFORM NEGA-AMBITO
           ELSE
               PERFORM CARICA-ROSA-CLASSE
           END-IF
           IF Ambito-Esito NOT = "Y"
               CONTINUE
           ELSE IF Rosa-Cont = 0
               DISPLAY "Nessuno studente attivo in anagrafica per "
                   "la classe " Classe-Modo
           ELSE
                   PERFORM ELABORA-VOCE-ROSA
               END-PERFORM
               PERFORM SEGNALA-NON-ELABORATI
           END-IF
           END-IF.

      *Paragrafo CARICA-ROSA-CLASSE: raccoglie in Rosa-Tab gli
      *voto), mostra la maschera e accetta il voto con la stessa
      *accettazione difensiva di ACCETTA-VOTO
       SCHERMO-VOTO.
           MOVE Materia-Nome-Corrente TO Schermo-Materia
           MOVE Periodo-Nome(Periodo-Indice) TO Schermo-Periodo
           IF cont > 0
               MOVE media TO Schermo-Media
               DISPLAY Schermo-Pulito
               DISPLAY Maschera-Voto
               ACCEPT Maschera-Voto
               MOVE SPACES TO Voto-Notazione
               IF Voto-Testo IS NUMERIC
                   MOVE "Y" TO Voto-Testo-Valido
                   MOVE Voto-Testo TO voto
               ELSE
                   MOVE Voto-Testo TO Notazione-Testo
                   PERFORM CONVERTI-NOTAZIONE
                   IF Notazione-Valida-Si
                       MOVE "Y" TO Voto-Testo-Valido
                       MOVE Notazione-Valore TO voto
                       MOVE Notazione-Originale TO Voto-Notazione
                   ELSE
                       MOVE SPACES TO Voto-Testo
                   END-IF
               END-IF
           END-PERFORM.

           IF media1 < SOGLIA-SUFFICIENZA
               ADD 1 TO Classe-Sotto-Soglia
           END-IF
           EVALUATE Esito-Finale
               WHEN "PROMOSSO"
                   ADD 1 TO Classe-Promossi
               WHEN "MOBILITA"
                   ADD 1 TO Classe-Promossi
               WHEN "SOSPESO"
                   ADD 1 TO Classe-Sospesi
               WHEN OTHER
                   ADD 1 TO Classe-Bocciati
           END-EVALUATE
           MOVE Cognome TO Roster-Cognome
           MOVE ID-Studente TO Roster-ID
           MOVE Classe TO Roster-Classe
           END-PERFORM
           CLOSE FileDebiti.

      *Paragrafo CONTROLLA-MOBILITA: il soggiorno di mobilita'
      *internazionale dello studente nell'anno della sessione, letto
      *per chiave da MOBILITA.DAT (file assente = nessun soggiorno)
       CONTROLLA-MOBILITA.
           MOVE "N" TO Mobilita-Trovata
           MOVE 0 TO Mobilita-Periodo
           MOVE 0 TO Mobilita-Dal
           MOVE 0 TO Mobilita-Al
           MOVE SPACE TO Mobilita-Colloquio
           MOVE SPACES TO Mobilita-Paese
           OPEN INPUT FileMobilita
           IF FS-FileMobilita = "00"
               MOVE ID-Studente TO MB-ID-Studente
               MOVE Anno-Scolastico TO MB-Anno
               READ FileMobilita
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO Mobilita-Trovata
                       MOVE MB-Periodo TO Mobilita-Periodo
                       MOVE MB-Dal TO Mobilita-Dal
                       MOVE MB-Al TO Mobilita-Al
                       MOVE MB-Colloquio TO Mobilita-Colloquio
                       MOVE MB-Paese TO Mobilita-Paese
               END-READ
               CLOSE FileMobilita
           END-IF
           IF Mobilita-Trovata-Si
               DISPLAY "NOTA: mobilita' internazionale dal "
                   Mobilita-Dal " al " Mobilita-Al " ("
                   Mobilita-Paese ")"
           END-IF.

      *Paragrafo CONTROLLA-PIANO-BES: segnala a video se lo studente
      *ha un piano BES/DSA attivo nel registro riservato (BES.DAT,
      *vedi BesRegistro); qui si legge solo l'esistenza del piano,
                           IF DB-ID-Studente = ID-Studente
                                   AND DB-Stato = "P"
                               ADD 1 TO Debiti-Mostrati
                               MOVE DB-Materia TO Materia-Codice
                               PERFORM CERCA-NOME-MATERIA
                               DISPLAY "DEBITO FORMATIVO: "
                                   Materia-Nome-Esteso(1:40) " (a.s. "
                                   DB-Anno-Scolastico ")"
                           END-IF
                   END-READ
           MOVE 0 TO Obiettivi-Mat-Idx
           PERFORM UNTIL Obiettivi-Mat-Idx >= Obiettivi-Mat-Cont
               ADD 1 TO Obiettivi-Mat-Idx
               MOVE OB-Materia(Obiettivi-Mat-Idx) TO Materia-Codice
               PERFORM CERCA-NOME-MATERIA
               MOVE SPACES TO riga4
               STRING "Materia " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:60) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   INTO riga4
               MOVE riga4 TO FileObiettivi-Record
                               MOVE VT-Periodo
                                   TO Obiettivi-Periodo-Prec
                           END-IF
      *I giudizi non hanno media e non hanno obiettivi
                           IF VT-Tipo NOT = "G"
                               ADD VT-Voto TO totale
                               ADD 1 TO cont
                           END-IF
                       ELSE
                           MOVE "S" TO Fine-Voti-Materia
                       END-IF
      *Paragrafo STAMPA-PAGELLA: il documento individuale da
      *consegnare alla famiglia: intestazione con anno scolastico e
      *recapito, medie per periodo e materia dai voti registrati,
      *assenze, condotta, esito e giudizi descrittivi del consiglio
       STAMPA-PAGELLA.
           MOVE SPACES TO Pagella-Filename
           STRING "PAGELLA-" DELIMITED BY SIZE
           MOVE "Medie per periodo e materia:" TO FilePagella-Record
           WRITE FilePagella-Record
      *Le medie per periodo/materia escono dallo stesso raccoglitore
      *della scheda obiettivi, stavolta stampate voce per voce; dove
      *il consiglio ha ratificato il voto, vale il voto ratificato
           PERFORM CARICA-VOTI-RATIFICATI
           PERFORM STAMPA-MEDIE-PAGELLA
           PERFORM STAMPA-RATIFICATI-RESTANTI
      *Gli esoneri attivi vanno annotati: la casella vuota di
      *educazione fisica ha una spiegazione ufficiale
           PERFORM STAMPA-ESONERI-PAGELLA
               INTO riga4
           MOVE riga4 TO FilePagella-Record
           WRITE FilePagella-Record
      *Le ore perse materia per materia, se calcolate
           PERFORM STAMPA-ASSENZE-MATERIE-PAGELLA
           MOVE media1 TO media-for
           MOVE SPACES TO riga4
           STRING "Media complessiva: " DELIMITED BY SIZE
           MOVE riga4 TO FilePagella-Record
           WRITE FilePagella-Record
           MOVE SPACES TO riga4
           IF Esito-Finale = "SOSPESO"
               MOVE "Esito: sospensione del giudizio" TO riga4
           ELSE
               STRING "Esito: " DELIMITED BY SIZE
                   Esito-Finale DELIMITED BY SIZE
                   INTO riga4
           END-IF
           MOVE riga4 TO FilePagella-Record
           WRITE FilePagella-Record
      *Giudizi descrittivi del consiglio, periodo per periodo
           PERFORM STAMPA-GIUDIZI-PAGELLA
      *Sezione delle competenze per livelli, se registrate
           PERFORM STAMPA-COMPETENZE-PAGELLA
           CLOSE FilePagella
           WRITE FileProtocollo-Record
           CLOSE FileProtocollo.

      *Paragrafo STAMPA-PAGELLA-BILINGUE: l'edizione italiano/
      *inglese della pagella appena emessa, documento a se' con il
      *suo protocollo che riferisce l'originale italiano: ogni voto
      *ha sotto la riga inglese, con il nome inglese della materia
      *se registrato; i giudizi del consiglio restano nel testo
      *originale; in fondo la scala di valutazione italiana spiegata
       STAMPA-PAGELLA-BILINGUE.
           MOVE SPACES TO Pagella-Filename
           STRING "PAGELLA-EN-" DELIMITED BY SIZE
               ID-Studente DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO Pagella-Filename
           MOVE "N" TO Inglese-Aperto
           OPEN INPUT MaterieInglese
           IF FS-MaterieInglese = "00"
               MOVE "Y" TO Inglese-Aperto
           END-IF
           OPEN OUTPUT FilePagella
           MOVE "PAGELLA SCOLASTICA / SCHOOL REPORT"
               TO FilePagella-Record
           WRITE FilePagella-Record
           MOVE "Edizione bilingue / Italian-English bilingual edition"
               TO FilePagella-Record
           WRITE FilePagella-Record
           PERFORM EMETTI-PROTOCOLLO-BILINGUE
           MOVE SPACES TO riga4
           STRING "Protocollo n. " DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Anno-Scolastico DELIMITED BY SIZE
               " (edizione bilingue del n. " DELIMITED BY SIZE
               Protocollo-Originale DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO riga4
           MOVE riga4 TO FilePagella-Record
           WRITE FilePagella-Record
           MOVE SPACES TO riga4
           STRING "Ref. no. " DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Anno-Scolastico DELIMITED BY SIZE
               " (translation of Italian original no. "
                   DELIMITED BY SIZE
               Protocollo-Originale DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO riga4
           MOVE riga4 TO FilePagella-Record
           WRITE FilePagella-Record
           MOVE SPACES TO riga4
           STRING "Anno scolastico / School year " DELIMITED BY SIZE
               Anno-Scolastico DELIMITED BY SIZE
               " - classe / class " DELIMITED BY SIZE
               Classe DELIMITED BY SIZE
               INTO riga4
           MOVE riga4 TO FilePagella-Record
           WRITE FilePagella-Record
           MOVE ID-Studente TO ID-Studente-for
           MOVE SPACES TO riga4
           STRING "Studente / Student: " DELIMITED BY SIZE
               Cognome(1:25) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Nome-Studente(1:15) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               ID-Studente-for DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO riga4
           MOVE riga4 TO FilePagella-Record
           WRITE FilePagella-Record
           MOVE SPACES TO FilePagella-Record
           WRITE FilePagella-Record
           MOVE "Medie per periodo e materia / Marks by subject:"
               TO FilePagella-Record
           WRITE FilePagella-Record
      *Stessi voti della pagella italiana, dalle stesse letture: la
      *riga inglese si aggiunge sotto ciascuna
           MOVE "S" TO Pagella-Bilingue
           PERFORM CARICA-VOTI-RATIFICATI
           PERFORM STAMPA-MEDIE-PAGELLA
           PERFORM STAMPA-RATIFICATI-RESTANTI
           MOVE "N" TO Pagella-Bilingue
           MOVE SPACES TO FilePagella-Record
           WRITE FilePagella-Record
           MOVE Ore-Assenze-Tot TO Ore-for
           MOVE SPACES TO riga4
           STRING "Assenze / Absences: " DELIMITED BY SIZE
               Ore-for DELIMITED BY SIZE
               " ore / hours" DELIMITED BY SIZE
               INTO riga4
           MOVE riga4 TO FilePagella-Record
           WRITE FilePagella-Record
           MOVE Ore-Non-Giustificate TO Ore-for
           MOVE SPACES TO riga4
           STRING "  di cui non giustificate / unexcused: "
               DELIMITED BY SIZE
               Ore-for DELIMITED BY SIZE
               " ore / hours" DELIMITED BY SIZE
               INTO riga4
           MOVE riga4 TO FilePagella-Record
           WRITE FilePagella-Record
           MOVE media1 TO media-for
           MOVE SPACES TO riga4
           STRING "Media complessiva / Overall average: "
               DELIMITED BY SIZE
               media-for DELIMITED BY SIZE
               INTO riga4
           MOVE riga4 TO FilePagella-Record
           WRITE FilePagella-Record
           PERFORM TRADUCI-ESITO
           MOVE SPACES TO riga4
           IF Esito-Inglese = SPACES
               STRING "Esito / Outcome: " DELIMITED BY SIZE
                   Esito-Finale DELIMITED BY SIZE
                   INTO riga4
           ELSE
               STRING "Esito / Outcome: " DELIMITED BY SIZE
                   Esito-Finale DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   Esito-Inglese DELIMITED BY "  "
                   INTO riga4
           END-IF
           MOVE riga4 TO FilePagella-Record
           WRITE FilePagella-Record
           PERFORM STAMPA-GIUDIZI-PAGELLA
           IF Giudizi-Stampati > 0
               MOVE "(testo originale / original Italian text)"
                   TO FilePagella-Record
               WRITE FilePagella-Record
           END-IF
           PERFORM STAMPA-SCALA-VOTI
           IF Inglese-Aperto = "Y"
               CLOSE MaterieInglese
           END-IF
           CLOSE FilePagella
           DISPLAY "Pagella bilingue scritta su " Pagella-Filename.

      *Paragrafo EMETTI-PROTOCOLLO-BILINGUE: numero proprio per
      *l'edizione bilingue (massimo dell'anno piu' uno), con il
      *protocollo della pagella italiana come riferimento
       EMETTI-PROTOCOLLO-BILINGUE.
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
                           IF PRT-Anno = Anno-Scolastico
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
           MOVE Anno-Scolastico TO PRT-Anno
           ACCEPT Protocollo-Data FROM DATE YYYYMMDD
           MOVE Protocollo-Data TO PRT-Data
           MOVE "PAGELLA-EN" TO PRT-Tipo
           MOVE ID-Studente TO PRT-Matricola
           MOVE Operatore-ID TO PRT-Operatore
           MOVE Protocollo-Originale TO PRT-Riferimento
           WRITE FileProtocollo-Record
           CLOSE FileProtocollo.

      *Paragrafo RIGA-INGLESE-PAGELLA: la riga inglese sotto il
      *voto appena scritto (materia, periodo, etichetta e valore
      *preparati dal chiamante)
       RIGA-INGLESE-PAGELLA.
           PERFORM TRADUCI-MATERIA
           MOVE SPACES TO riga4
           STRING "    " DELIMITED BY SIZE
               Nome-Inglese DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               Periodo-Inglese(Riga-EN-Periodo) DELIMITED BY "  "
               Riga-EN-Etichetta DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               Riga-EN-Valore DELIMITED BY "  "
               INTO riga4
           MOVE riga4 TO FilePagella-Record
           WRITE FilePagella-Record.

      *Paragrafo TRADUCI-MATERIA: il nome inglese della materia di
      *Materia-Codice (gia' risolta in Materia-Nome-Esteso); senza
      *traduzione registrata resta il nome italiano
       TRADUCI-MATERIA.
           MOVE Materia-Nome-Esteso TO Nome-Inglese
           IF Inglese-Aperto = "Y"
                   AND Materia-Codice NOT = SPACES
                   AND Materia-Codice(7:14) = SPACES
               MOVE Materia-Codice(1:6) TO MI-Codice
               READ MaterieInglese
                   NOT INVALID KEY MOVE MI-Nome TO Nome-Inglese
               END-READ
           END-IF.

      *Paragrafo TRADUCI-ESITO: la dicitura inglese dell'esito
      *finale; spazi per un esito fuori tabella
       TRADUCI-ESITO.
           MOVE SPACES TO Esito-Inglese
           MOVE 0 TO Esiti-Inglesi-Idx
           PERFORM UNTIL Esiti-Inglesi-Idx >= 7
               ADD 1 TO Esiti-Inglesi-Idx
               IF EI-Esito(Esiti-Inglesi-Idx) = Esito-Finale
                   MOVE EI-Inglese(Esiti-Inglesi-Idx) TO Esito-Inglese
               END-IF
           END-PERFORM.

      *Paragrafo STAMPA-SCALA-VOTI: la scala di valutazione
      *italiana spiegata in inglese, in fondo all'edizione bilingue
       STAMPA-SCALA-VOTI.
           MOVE SPACES TO FilePagella-Record
           WRITE FilePagella-Record
           MOVE 0 TO Scala-Voti-Idx
           PERFORM UNTIL Scala-Voti-Idx >= 12
               ADD 1 TO Scala-Voti-Idx
               MOVE Scala-Voti-Riga(Scala-Voti-Idx)
                   TO FilePagella-Record
               WRITE FilePagella-Record
           END-PERFORM.

      *Paragrafo STAMPA-GIUDIZI-PAGELLA: il giudizio descrittivo
      *di ciascun periodo dell'anno (l'ultimo registrato in
      *GIUDIZI.DAT), con il testo composto dal consiglio
       STAMPA-GIUDIZI-PAGELLA.
           MOVE SPACES TO Giudizi-Pagella-Tab
           MOVE 0 TO Giudizi-Stampati
           OPEN INPUT FileGiudizi
           IF FS-FileGiudizi = "00"
               MOVE "N" TO Fine-Giudizi
               PERFORM UNTIL Fine-Giudizi = "S"
                   READ FileGiudizi
                       AT END
                           MOVE "S" TO Fine-Giudizi
                       NOT AT END
                           IF GD-ID-Studente = ID-Studente
                                   AND GD-Anno = Anno-Scolastico
                                   AND GD-Periodo >= 1
                                   AND GD-Periodo <= 4
                               PERFORM CARICA-GIUDIZIO-PAGELLA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileGiudizi
           END-IF
           MOVE 0 TO Giudizi-Periodo-Idx
           PERFORM UNTIL Giudizi-Periodo-Idx >= 4
               ADD 1 TO Giudizi-Periodo-Idx
               IF GP-Presente(Giudizi-Periodo-Idx) = "Y"
                   IF Giudizi-Stampati = 0
                       MOVE SPACES TO FilePagella-Record
                       WRITE FilePagella-Record
                   END-IF
                   ADD 1 TO Giudizi-Stampati
                   MOVE SPACES TO riga4
                   STRING "Giudizio globale - " DELIMITED BY SIZE
                       Periodo-Nome(Giudizi-Periodo-Idx)
                           DELIMITED BY SIZE
                       INTO riga4
                   MOVE riga4 TO FilePagella-Record
                   WRITE FilePagella-Record
                   MOVE 0 TO Giudizi-Riga-Idx
                   PERFORM UNTIL Giudizi-Riga-Idx >= 8
                       ADD 1 TO Giudizi-Riga-Idx
                       IF GP-Riga(Giudizi-Periodo-Idx,
                               Giudizi-Riga-Idx) NOT = SPACES
                           MOVE SPACES TO riga4
                           STRING "  " DELIMITED BY SIZE
                               GP-Riga(Giudizi-Periodo-Idx,
                                   Giudizi-Riga-Idx)
                                   DELIMITED BY SIZE
                               INTO riga4
                           MOVE riga4 TO FilePagella-Record
                           WRITE FilePagella-Record
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *Paragrafo CARICA-GIUDIZIO-PAGELLA: la riga letta sostituisce
      *il giudizio del suo periodo (l'ultima registrata vince)
       CARICA-GIUDIZIO-PAGELLA.
           MOVE "Y" TO GP-Presente(GD-Periodo)
           MOVE 0 TO Giudizi-Riga-Idx
           PERFORM UNTIL Giudizi-Riga-Idx >= 8
               ADD 1 TO Giudizi-Riga-Idx
               MOVE GD-Riga(Giudizi-Riga-Idx)
                   TO GP-Riga(GD-Periodo, Giudizi-Riga-Idx)
           END-PERFORM.

      *Paragrafo STAMPA-COMPETENZE-PAGELLA: le valutazioni per
      *livelli dello studente (avanzato / intermedio / base / in
      *via di prima acquisizione), una riga per obiettivo
                                      "in via di prima acquisiz."
                                           TO Livello-Esteso
                               END-EVALUATE
                               MOVE CVL-Materia TO Materia-Codice
                               PERFORM CERCA-NOME-MATERIA
                               MOVE SPACES TO riga4
                               STRING "  " DELIMITED BY SIZE
                                   Materia-Nome-Esteso(1:20)
                                   DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   CVL-Descrizione(1:30)
                                   DELIMITED BY SIZE
                                   AND Data-Odierna-Esonero
                                       <= ESN-Data-Fine
                               ADD 1 TO Esoneri-Annotati
                               MOVE ESN-Materia TO Materia-Codice
                               PERFORM CERCA-NOME-MATERIA
                               MOVE SPACES TO riga4
                               IF ESN-Tipo = "T"
                                   STRING "Esonero totale da "
                                       DELIMITED BY SIZE
                                       Materia-Nome-Esteso(1:40)
                                       DELIMITED BY SIZE
                                       " (cert. "
                                       DELIMITED BY SIZE
                               ELSE
                                   STRING "Esonero dal pratico di "
                                       DELIMITED BY SIZE
                                       Materia-Nome-Esteso(1:40)
                                       DELIMITED BY SIZE
                                       " (cert. "
                                       DELIMITED BY SIZE
                               MOVE VT-Periodo
                                   TO Obiettivi-Periodo-Prec
                           END-IF
      *Per le materie a giudizio la pagella riporta l'ultimo
      *giudizio del periodo, non una media
                           IF VT-Tipo = "G"
                               MOVE VT-Voto TO Giudizio-Gruppo
                           ELSE
                               ADD VT-Voto TO totale
                               ADD 1 TO cont
                           END-IF
                       ELSE
                           MOVE "S" TO Fine-Voti-Materia
                       END-IF
           END-PERFORM
           PERFORM STAMPA-MEDIA-PAGELLA.

      *Paragrafo STAMPA-MEDIA-PAGELLA: la riga del gruppo
      *periodo/materia appena concluso: il voto ratificato dal
      *consiglio se c'e', altrimenti la media dei voti registrati;
      *per le materie a giudizio il giudizio ratificato o, in sua
      *mancanza, l'ultimo giudizio del periodo
       STAMPA-MEDIA-PAGELLA.
           MOVE Obiettivi-Materia-Prec TO Materia-Codice
           PERFORM CERCA-NOME-MATERIA
           IF Giudizio-Gruppo > 0
               PERFORM CERCA-VOTO-RATIFICATO
               IF Ratificato-Trovato = "Y"
                       AND RF-Tipo(Ratificati-Idx) = "G"
                       AND RF-Voto(Ratificati-Idx) >= 1
                       AND RF-Voto(Ratificati-Idx) <= 5
                   MOVE RF-Voto(Ratificati-Idx) TO Giudizio-Gruppo
                   MOVE "Y" TO RF-Stampato(Ratificati-Idx)
               END-IF
               MOVE SPACES TO riga4
               STRING "  " DELIMITED BY SIZE
                   Periodo-Nome(Obiettivi-Periodo-Prec)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:40) DELIMITED BY SIZE
                   " giudizio " DELIMITED BY SIZE
                   Giudizio-Parola(Giudizio-Gruppo) DELIMITED BY SIZE
                   INTO riga4
               MOVE riga4 TO FilePagella-Record
               WRITE FilePagella-Record
               IF Pagella-Bilingue = "S"
                   MOVE Obiettivi-Periodo-Prec TO Riga-EN-Periodo
                   MOVE ": assessment" TO Riga-EN-Etichetta
                   MOVE Giudizio-Inglese(Giudizio-Gruppo)
                       TO Riga-EN-Valore
                   PERFORM RIGA-INGLESE-PAGELLA
               END-IF
           END-IF
           MOVE 0 TO Giudizio-Gruppo
           IF cont > 0
               PERFORM CERCA-VOTO-RATIFICATO
      *Un giudizio ratificato non sostituisce mai una media di voti
               IF Ratificato-Trovato = "Y"
                       AND RF-Tipo(Ratificati-Idx) = "G"
                   MOVE "N" TO Ratificato-Trovato
               END-IF
               MOVE SPACES TO riga4
               IF Ratificato-Trovato = "Y"
                   MOVE RF-Voto(Ratificati-Idx) TO Ratificato-for
                   MOVE "Y" TO RF-Stampato(Ratificati-Idx)
                   STRING "  " DELIMITED BY SIZE
                       Periodo-Nome(Obiettivi-Periodo-Prec)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Materia-Nome-Esteso(1:40) DELIMITED BY SIZE
                       " voto " DELIMITED BY SIZE
                       Ratificato-for DELIMITED BY SIZE
                       INTO riga4
               ELSE
                   COMPUTE Obiettivi-Media ROUNDED = totale / cont
                   MOVE Obiettivi-Media TO media-for
                   STRING "  " DELIMITED BY SIZE
                       Periodo-Nome(Obiettivi-Periodo-Prec)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Materia-Nome-Esteso(1:40) DELIMITED BY SIZE
                       " media " DELIMITED BY SIZE
                       media-for DELIMITED BY SIZE
                       INTO riga4
               END-IF
               MOVE riga4 TO FilePagella-Record
               WRITE FilePagella-Record
               IF Pagella-Bilingue = "S"
                   MOVE Obiettivi-Periodo-Prec TO Riga-EN-Periodo
                   IF Ratificato-Trovato = "Y"
                       MOVE ": mark" TO Riga-EN-Etichetta
                       MOVE Ratificato-for TO Riga-EN-Valore
                   ELSE
                       MOVE ": average" TO Riga-EN-Etichetta
                       MOVE media-for TO Riga-EN-Valore
                   END-IF
                   PERFORM RIGA-INGLESE-PAGELLA
               END-IF
           END-IF
           MOVE 0 TO totale
           MOVE 0 TO cont.

      *Paragrafo CARICA-VOTI-RATIFICATI: i voti finali ratificati
      *dello studente per l'anno della pagella, da VOTI-FINALI.DAT
       CARICA-VOTI-RATIFICATI.
           MOVE 0 TO Ratificati-Cont
           OPEN INPUT FileVotiFinali
           IF FS-FileVotiFinali = "00"
               MOVE "N" TO Fine-Voti-Finali
               PERFORM UNTIL Fine-Voti-Finali = "S"
                   READ FileVotiFinali
                       AT END
                           MOVE "S" TO Fine-Voti-Finali
                       NOT AT END
                           IF VF-ID-Studente = ID-Studente
                                   AND VF-Anno-Scolastico
                                       = Anno-Scolastico
                                   AND Ratificati-Cont < 60
                               ADD 1 TO Ratificati-Cont
                               MOVE VF-Periodo
                                   TO RF-Periodo(Ratificati-Cont)
                               MOVE VF-Materia
                                   TO RF-Materia(Ratificati-Cont)
                               MOVE VF-Voto
                                   TO RF-Voto(Ratificati-Cont)
                               MOVE VF-Tipo
                                   TO RF-Tipo(Ratificati-Cont)
                               MOVE "N"
                                   TO RF-Stampato(Ratificati-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileVotiFinali
           END-IF.

      *Paragrafo CERCA-VOTO-RATIFICATO: il voto ratificato del
      *gruppo periodo/materia corrente della pagella, se c'e'
       CERCA-VOTO-RATIFICATO.
           MOVE "N" TO Ratificato-Trovato
           MOVE 0 TO Ratificati-Idx
           PERFORM UNTIL Ratificati-Idx >= Ratificati-Cont
                   OR Ratificato-Trovato = "Y"
               ADD 1 TO Ratificati-Idx
               IF RF-Periodo(Ratificati-Idx) = Obiettivi-Periodo-Prec
                       AND RF-Materia(Ratificati-Idx)
                           = Obiettivi-Materia-Prec
                   MOVE "Y" TO Ratificato-Trovato
               END-IF
           END-PERFORM.

      *Paragrafo STAMPA-RATIFICATI-RESTANTI: i voti ratificati di
      *materie senza voti registrati in VOTI.DAT (per esempio una
      *materia valutata solo in sede di scrutinio); i giudizi delle
      *materie a giudizio si stampano con la parola
       STAMPA-RATIFICATI-RESTANTI.
           MOVE 0 TO Ratificati-Idx
           PERFORM UNTIL Ratificati-Idx >= Ratificati-Cont
               ADD 1 TO Ratificati-Idx
               IF RF-Stampato(Ratificati-Idx) NOT = "Y"
                       AND RF-Tipo(Ratificati-Idx) = "G"
                       AND RF-Voto(Ratificati-Idx) >= 1
                       AND RF-Voto(Ratificati-Idx) <= 5
                   PERFORM STAMPA-GIUDIZIO-RATIFICATO
                   MOVE "Y" TO RF-Stampato(Ratificati-Idx)
               END-IF
               IF RF-Stampato(Ratificati-Idx) NOT = "Y"
                   MOVE RF-Voto(Ratificati-Idx) TO Ratificato-for
                   MOVE RF-Materia(Ratificati-Idx) TO Materia-Codice
                   PERFORM CERCA-NOME-MATERIA
                   MOVE SPACES TO riga4
                   STRING "  " DELIMITED BY SIZE
                       Periodo-Nome(RF-Periodo(Ratificati-Idx))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Materia-Nome-Esteso(1:40) DELIMITED BY SIZE
                       " voto " DELIMITED BY SIZE
                       Ratificato-for DELIMITED BY SIZE
                       INTO riga4
                   MOVE riga4 TO FilePagella-Record
                   WRITE FilePagella-Record
                   IF Pagella-Bilingue = "S"
                       MOVE RF-Periodo(Ratificati-Idx)
                           TO Riga-EN-Periodo
                       MOVE ": mark" TO Riga-EN-Etichetta
                       MOVE Ratificato-for TO Riga-EN-Valore
                       PERFORM RIGA-INGLESE-PAGELLA
                   END-IF
               END-IF
           END-PERFORM.

      *Paragrafo STAMPA-GIUDIZIO-RATIFICATO: la riga di pagella del
      *giudizio ratificato corrente di una materia a giudizio
       STAMPA-GIUDIZIO-RATIFICATO.
           MOVE RF-Voto(Ratificati-Idx) TO Giudizio-Codice
           MOVE RF-Materia(Ratificati-Idx) TO Materia-Codice
           PERFORM CERCA-NOME-MATERIA
           MOVE SPACES TO riga4
           STRING "  " DELIMITED BY SIZE
               Periodo-Nome(RF-Periodo(Ratificati-Idx))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Materia-Nome-Esteso(1:40) DELIMITED BY SIZE
               " giudizio " DELIMITED BY SIZE
               Giudizio-Parola(Giudizio-Codice) DELIMITED BY SIZE
               INTO riga4
           MOVE riga4 TO FilePagella-Record
           WRITE FilePagella-Record
           IF Pagella-Bilingue = "S"
               MOVE RF-Periodo(Ratificati-Idx) TO Riga-EN-Periodo
               MOVE ": assessment" TO Riga-EN-Etichetta
               MOVE Giudizio-Inglese(Giudizio-Codice)
                   TO Riga-EN-Valore
               PERFORM RIGA-INGLESE-PAGELLA
           END-IF.

      *Paragrafo ACCUMULA-DISTRIBUZIONE: incrementa i contatori del
      *voto intero appena accettato, complessivi e della materia
      *corrente (voce creata al primo incontro)
           MOVE 0 TO Dist-Mat-Idx
           PERFORM UNTIL Dist-Mat-Idx >= Dist-Mat-Cont
               ADD 1 TO Dist-Mat-Idx
               MOVE DM-Materia(Dist-Mat-Idx) TO Materia-Codice
               PERFORM CERCA-NOME-MATERIA
               MOVE SPACES TO riga-dist
               MOVE 1 TO Dist-Puntatore
               STRING "  " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:20) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   INTO riga-dist
                   WITH POINTER Dist-Puntatore
           END-IF
           IF Data-Voto-Corrente = 0
               ACCEPT Data-Voto-Corrente FROM DATE YYYYMMDD
           END-IF
      *Nei report il voto va al titolare della cattedra nel giorno
      *della prova: se non e' chi sta registrando, lo si avvisa
           IF Docente-Sigla-Corrente NOT = SPACES
               MOVE Data-Voto-Corrente TO Cattedra-Data
               PERFORM CERCA-TITOLARE-CATTEDRA
               IF Cattedre-Presenti = "Y"
                       AND Cattedra-Titolare NOT = SPACES
                       AND Cattedra-Titolare
                           NOT = Docente-Sigla-Corrente
                   DISPLAY "Attenzione: in quella data la cattedra "
                       "era di " Cattedra-Titolare
                   DISPLAY "Nei report il voto sara' attribuito alla "
                       "sua cattedra"
               END-IF
           END-IF.

      *Paragrafo FORMATTA-DATA-VOTO: data della prova in gg/mm/aaaa
       END-READ
       MOVE "N" TO Studente-Ritirato-Corrente
       MOVE "N" TO Studente-Esterno-Corrente
      *Uno studente di una classe fuori dall'ambito del docente
      *collegato al conto non si apre: si torna alla matricola
       MOVE "Y" TO Ambito-Esito
       IF Studente-Trovato-Si
           MOVE ST-Classe TO Ambito-Classe
           MOVE SPACES TO Ambito-Materia
           PERFORM CONTROLLA-AMBITO
       END-IF
       IF Ambito-Esito NOT = "Y"
           PERFORM NEGA-AMBITO
       ELSE IF Studente-Trovato-Si
       MOVE "Y" TO Studente-Pronto
           MOVE ST-Cognome TO Cognome
           MOVE ST-Nome TO Nome-Studente
               END-IF
           END-IF
       END-IF
       END-IF
       END-PERFORM
      *Con ANNO-CORRENTE.DAT presente l'anno e' un'impostazione di
      *sessione e non va piu' ribattuto per ogni studente
                       (Periodo-Indice Materia-Cache-Idx)
                       TO materia
               END-IF
               PERFORM VALIDA-MATERIA-STUDENTE
               PERFORM UNTIL Materia-Valida-Si
                   IF Materia-Non-Scelta-Si
                       DISPLAY "Lo studente non si avvale di questa "
                           "materia nell'anno, reinserire"
                   ELSE IF Materia-Fuori-Ambito = "Y"
                       DISPLAY "Reinserire una materia della propria "
                           "cattedra o supplenza"
                   ELSE IF Materia-Ambigua
                       DISPLAY "Nome comune a piu' materie: indicare "
                           "il codice o il nome completo"
                   ELSE
                       DISPLAY "Materia non in catalogo, reinserire"
                   END-IF
                   END-IF
                   END-IF
                   DISPLAY "Inserisci Materia (. per terminare): "
                   ACCEPT materia
                   PERFORM VALIDA-MATERIA-STUDENTE
               END-PERFORM
           END-IF
           IF materia NOT EQUAL TO MATERIA-SENTINELLA
               IF Ripresa-Materia-Si
                   MOVE "N" TO Ripresa-Materia
                   MOVE 0 TO voto
      *Scala della materia ripresa, per sapere se riprendere con i
      *giudizi
                   PERFORM VALIDA-MATERIA
                   DISPLAY "Ripresa della materia in corso: "
                       Materia-Nome-Corrente
                   DISPLAY "(i voti gia' accettati sono conservati)"
               ELSE
               IF Materia-Cache-Cont(Periodo-Indice)
               END-IF
               MOVE SPACES TO riga3
               STRING "        " DELIMITED BY SIZE
                   Materia-Nome-Corrente DELIMITED BY SIZE
                   INTO riga3
               MOVE riga3 TO FileOut-Record
               PERFORM SCRIVI-RIGA
               MOVE 0 TO Voti-Materia-Cont
               MOVE 0 TO Data-Voto-Corrente
               END-IF
      *Materia a giudizio: solo giudizi, fuori da medie e totali
               IF Materia-Giudizio-Si
                   PERFORM REGISTRA-GIUDIZI-MATERIA
                   MOVE 11 TO voto
               END-IF
      *Altro ciclo while
               PERFORM UNTIL voto = 11
                   IF Modalita-Schermo-Si
                           PERFORM PREPARA-LETTERA-VOTO
                           MOVE voto TO Valore-Da-Formattare
                           PERFORM FORMATTA-VOTO
      *Voto scritto con la notazione: sul registro va "6+" com'e'
                           IF Voto-Notazione NOT = SPACES
                               MOVE Voto-Notazione TO Testo-Formattato
                           END-IF
                           PERFORM FORMATTA-DATA-VOTO
                           STRING "           " DELIMITED BY SIZE
                               Testo-Formattato DELIMITED BY SIZE
                           " (classe " DELIMITED BY SIZE
                           Classe DELIMITED BY SIZE
                           ") - " DELIMITED BY SIZE
                           Materia-Nome-Corrente(1:40) DELIMITED BY SIZE
                           " - media " DELIMITED BY SIZE
                           media-for DELIMITED BY SIZE
                           INTO FileRecuperiList-Record
               DISPLAY "Esonero totale attivo sulla materia: "
                   "minimo voti non applicato"
           ELSE
      *Periodo passato all'estero: i voti sono quelli della scuola
      *ospitante e il minimo per tipo non si applica
           IF Mobilita-Trovata-Si
                   AND (Mobilita-Periodo = 0
                       OR Mobilita-Periodo = Periodo-Indice)
               DISPLAY "Periodo di mobilita' internazionale: "
                   "minimo voti non applicato"
           ELSE
           IF Cont-Orale = 0
               DISPLAY "Attenzione: nessun voto orale"
           ELSE
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *Paragrafo CONTROLLA-ESONERO: la materia corrente ha un
      *scritto anche su registro.txt. Le materie ancora "In attesa"
      *di un recupero non sostenuto non entrano in questo conteggio,
      *perche' non si puo' bocciare per un esame non ancora fatto: se
      *ce ne sono, lo studente altrimenti promosso ha il giudizio
      *sospeso (SOSPESO) e l'esito definitivo lo delibera lo
      *scrutinio integrativo di settembre (ScrutinioConsiglio)
       DECIDI-ESITO.
      *Condotta: la media delle condotte dei periodi inseriti sotto
      *soglia boccia da sola, qualunque sia la media dei voti
           ELSE
               MOVE "PROMOSSO" TO Esito-Finale
           END-IF
           IF Esito-Finale = "PROMOSSO" AND In-Attesa-Cont > 0
               MOVE "SOSPESO" TO Esito-Finale
           END-IF
      *La delibera del consiglio, se registrata, prevale su tutto:
      *esito sul registro, riga di archivio e conteggi di classe
      *seguono l'esito deliberato
               PERFORM SCRIVI-RIGA
               MOVE SPACES TO riga4
           END-IF
      *Mobilita' internazionale: con il colloquio di reinserimento
      *positivo, e senza una delibera che prevalga, l'esito
      *dell'anno e' quello dedicato MOBILITA; senza colloquio lo si
      *ricorda sul registro
           IF Mobilita-Trovata-Si AND Delibera-Applicata NOT = "Y"
               MOVE SPACES TO riga4
               IF Mobilita-Colloquio = "P"
                   MOVE "MOBILITA" TO Esito-Finale
                   STRING "Anno di mobilita' internazionale ("
                       DELIMITED BY SIZE
                       Mobilita-Paese DELIMITED BY "  "
                       "): colloquio di reinserimento positivo"
                       DELIMITED BY SIZE
                       INTO riga4
               ELSE IF Mobilita-Colloquio = SPACE
                   STRING "Mobilita' internazionale: colloquio di "
                       DELIMITED BY SIZE
                       "reinserimento da registrare"
                       DELIMITED BY SIZE
                       INTO riga4
               ELSE
                   STRING "Mobilita' internazionale: colloquio di "
                       DELIMITED BY SIZE
                       "reinserimento negativo" DELIMITED BY SIZE
                       INTO riga4
               END-IF
               END-IF
               MOVE riga4 TO FileOut-Record
               PERFORM SCRIVI-RIGA
               MOVE SPACES TO riga4
           END-IF
      *Validita' dell'anno: oltre la quota configurata di ore non
      *giustificate sul monte ore, l'esito e' anno non validato,
      *qualunque cosa dicano le medie
           MOVE "N" TO Anno-Non-Validato
           PERFORM CALCOLA-MONTE-ORE
           COMPUTE Limite-Ore =
               Monte-Ore-Effettivo * QUOTA-ASSENZE / 100
      *Le ore equivalenti non giustificate di ritardi e uscite
      *anticipate contano sul monte ore insieme alle assenze intere;
      *il candidato esterno non frequenta e il monte ore non lo
           IF Ore-Non-Giustificate + Ore-Frazioni-NG > Limite-Ore
                   AND Delibera-Applicata NOT = "Y"
                   AND NOT Studente-Esterno-Corrente-Si
                   AND Esito-Finale NOT = "MOBILITA"
                   AND NOT (Mobilita-Trovata-Si
                       AND Mobilita-Periodo = 0)
               MOVE "Y" TO Anno-Non-Validato
               MOVE "NONVALIDO" TO Esito-Finale
               MOVE SPACES TO riga4
               INTO riga4
           MOVE riga4 TO FileOut-Record
           PERFORM SCRIVI-RIGA
           IF In-Attesa-Cont > 0 AND Esito-Finale = "SOSPESO"
               MOVE SPACES TO riga4
               STRING "Giudizio sospeso: " DELIMITED BY SIZE
                   In-Attesa-Cont DELIMITED BY SIZE
                   " materia/e in attesa di recupero" DELIMITED BY SIZE
                   INTO riga4
                   Classe-Bocciati DELIMITED BY SIZE
                   INTO FileClasse-Record
               WRITE FileClasse-Record
               STRING "Giudizio sospeso: " DELIMITED BY SIZE
                   Classe-Sospesi DELIMITED BY SIZE
                   INTO FileClasse-Record
               WRITE FileClasse-Record
      *Istogramma dei voti della sessione, complessivo e per materia
               PERFORM SCRIVI-DISTRIBUZIONE
           ELSE
               WRITE FileClasse-Record
           END-IF
           CLOSE FileClasse.

      *Paragrafo AGGIORNA-MEDIA-MATERIA: riga di MEDIE.DAT
      *Rimette in linea con VOTI.DAT la riga di MR-ID-Studente,
      *MR-Periodo e MR-Materia, rileggendo tutti i voti di quel
      *gruppo di chiavi; il file dei voti resta aperto ma la sua
      *posizione di lettura si perde
       AGGIORNA-MEDIA-MATERIA.
           INITIALIZE MR-Valori
           MOVE SPACES TO MR-Classe
           MOVE MR-ID-Studente TO VT-ID-Studente
           MOVE MR-Periodo TO VT-Periodo
           MOVE MR-Materia TO VT-Materia
           MOVE 0 TO VT-Progressivo
           MOVE "N" TO MR-Fine
           START FileVoti KEY IS NOT LESS THAN VT-Chiave
               INVALID KEY MOVE "S" TO MR-Fine
           END-START
           PERFORM UNTIL MR-Fine = "S"
               READ FileVoti NEXT RECORD
                   AT END
                       MOVE "S" TO MR-Fine
                   NOT AT END
                       IF VT-ID-Studente = MR-ID-Studente
                               AND VT-Periodo = MR-Periodo
                               AND VT-Materia = MR-Materia
                           PERFORM ACCUMULA-MEDIA-MATERIA
                       ELSE
                           MOVE "S" TO MR-Fine
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CALCOLA-MEDIA-MATERIA
           PERFORM SCRIVI-MEDIA-MATERIA.

      *Paragrafo ACCUMULA-MEDIA-MATERIA: voto nel suo tipo
      *Il voto letto va nel bucket del suo tipo; i giudizi (tipo G)
      *non entrano nella media
       ACCUMULA-MEDIA-MATERIA.
           MOVE VT-Classe TO MR-Classe
           IF VT-Tipo NOT = "G"
               ADD VT-Voto TO MR-Tot-Voti
               ADD 1 TO MR-Cont-Voti
               IF VT-Data-Voto > MR-Data-Ultimo-Voto
                   MOVE VT-Data-Voto TO MR-Data-Ultimo-Voto
               END-IF
               EVALUATE VT-Tipo
                   WHEN "o" WHEN "O"
                       ADD VT-Voto TO MR-Tot-Orale
                       ADD 1 TO MR-Cont-Orale
                   WHEN "s" WHEN "S"
                       ADD VT-Voto TO MR-Tot-Scritto
                       ADD 1 TO MR-Cont-Scritto
                   WHEN "p" WHEN "P"
                       ADD VT-Voto TO MR-Tot-Pratico
                       ADD 1 TO MR-Cont-Pratico
               END-EVALUATE
           END-IF.

      *Paragrafo CALCOLA-MEDIA-MATERIA: media pesata
      *Medie per tipo e media pesata con i pesi del profilo della
      *classe, solo sui tipi presenti, come CALCOLA-MEDIA-PESATA del
      *registro
       CALCOLA-MEDIA-MATERIA.
           PERFORM PESI-MEDIA-MATERIA
           MOVE MR-Pesi-Orale TO MR-Peso-Orale
           MOVE MR-Pesi-Scritto TO MR-Peso-Scritto
           MOVE MR-Pesi-Pratico TO MR-Peso-Pratico
           MOVE 0 TO MR-Somma-Pesata
           MOVE 0 TO MR-Peso-Usato
           IF MR-Cont-Orale > 0
               COMPUTE MR-Media-Orale ROUNDED =
                   MR-Tot-Orale / MR-Cont-Orale
               COMPUTE MR-Somma-Pesata = MR-Somma-Pesata
                   + MR-Media-Orale * MR-Peso-Orale
               ADD MR-Peso-Orale TO MR-Peso-Usato
           END-IF
           IF MR-Cont-Scritto > 0
               COMPUTE MR-Media-Scritto ROUNDED =
                   MR-Tot-Scritto / MR-Cont-Scritto
               COMPUTE MR-Somma-Pesata = MR-Somma-Pesata
                   + MR-Media-Scritto * MR-Peso-Scritto
               ADD MR-Peso-Scritto TO MR-Peso-Usato
           END-IF
           IF MR-Cont-Pratico > 0
               COMPUTE MR-Media-Pratico ROUNDED =
                   MR-Tot-Pratico / MR-Cont-Pratico
               COMPUTE MR-Somma-Pesata = MR-Somma-Pesata
                   + MR-Media-Pratico * MR-Peso-Pratico
               ADD MR-Peso-Pratico TO MR-Peso-Usato
           END-IF
           IF MR-Peso-Usato > 0
               COMPUTE MR-Media-Pesata ROUNDED =
                   MR-Somma-Pesata / MR-Peso-Usato
           ELSE IF MR-Cont-Voti > 0
               COMPUTE MR-Media-Pesata ROUNDED =
                   MR-Tot-Voti / MR-Cont-Voti
           END-IF
           END-IF.

      *Paragrafo PESI-MEDIA-MATERIA: pesi della classe
      *Pesi del profilo di PESI.DAT della classe in MR-Classe (senza
      *profilo, i pesi globali del registro); il file si rilegge solo
      *al cambio di classe
       PESI-MEDIA-MATERIA.
           IF MR-Classe NOT = MR-Pesi-Classe
               MOVE MR-Classe TO MR-Pesi-Classe
               MOVE .350 TO MR-Pesi-Orale
               MOVE .400 TO MR-Pesi-Scritto
               MOVE .250 TO MR-Pesi-Pratico
               OPEN INPUT FilePesi
               IF FS-FilePesi = "00"
                   MOVE "N" TO MR-Fine
                   PERFORM UNTIL MR-Fine = "S"
                       READ FilePesi
                           AT END
                               MOVE "S" TO MR-Fine
                           NOT AT END
                               IF PS-Classe = MR-Classe
                                   MOVE PS-Peso-Orale
                                       TO MR-Pesi-Orale
                                   MOVE PS-Peso-Scritto
                                       TO MR-Pesi-Scritto
                                   MOVE PS-Peso-Pratico
                                       TO MR-Pesi-Pratico
                                   MOVE "S" TO MR-Fine
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FilePesi
               END-IF
           END-IF.

      *Paragrafo SCRIVI-MEDIA-MATERIA: registrazione della riga
      *Scrive o riscrive la riga ricalcolata; un gruppo rimasto senza
      *voti (ultimo voto cancellato, o solo giudizi) non ha media e
      *la riga si toglie. MEDIE.DAT si crea al primo uso
       SCRIVI-MEDIA-MATERIA.
           ACCEPT MR-Data-Oggi FROM DATE YYYYMMDD
           OPEN I-O FileMedie
           IF FS-FileMedie NOT = "00"
               OPEN OUTPUT FileMedie
               CLOSE FileMedie
               OPEN I-O FileMedie
           END-IF
           IF FS-FileMedie NOT = "00"
               DISPLAY "MEDIE.DAT non aggiornabile (stato "
                   FS-FileMedie "): va ricostruito con RicalcolaMedie"
           ELSE
               MOVE MR-ID-Studente TO ME-ID-Studente
               MOVE MR-Periodo TO ME-Periodo
               MOVE MR-Materia TO ME-Materia
               READ FileMedie
                   INVALID KEY
                       IF MR-Cont-Voti > 0
                           MOVE MR-Classe TO ME-Classe
                           MOVE MR-Valori TO ME-Valori
                           MOVE MR-Data-Oggi TO ME-Data-Calcolo
                           WRITE FileMedie-Record
                               INVALID KEY
                                   DISPLAY "Media non registrata in "
                                       "MEDIE.DAT"
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       IF MR-Cont-Voti > 0
                           MOVE MR-Classe TO ME-Classe
                           MOVE MR-Valori TO ME-Valori
                           MOVE MR-Data-Oggi TO ME-Data-Calcolo
                           REWRITE FileMedie-Record
                               INVALID KEY
                                   DISPLAY "Media non aggiornata in "
                                       "MEDIE.DAT"
                           END-REWRITE
                       ELSE
                           DELETE FileMedie
                               INVALID KEY
                                   DISPLAY "Media non tolta da "
                                       "MEDIE.DAT"
                           END-DELETE
                       END-IF
               END-READ
               CLOSE FileMedie
           END-IF.

      *Paragrafo CONTROLLA-GIORNO-LEZIONE: Giorno-Da-Controllare e' un
      *giorno di lezione? Giorno-Ore-Lezione riporta le ore del
      *giorno registrato (0 se non registrato), Giorno-Motivo il
      *perche' di un rifiuto
       CONTROLLA-GIORNO-LEZIONE.
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

      *Paragrafo CALCOLA-MONTE-ORE: monte ore dell'anno Anno-Scolastico
      *come somma delle ore dei suoi giorni di lezione in
      *GIORNI.DAT; senza giorni registrati vale MONTE-ORE-ANNO.
      *L'anno gia' calcolato non si rilegge. Se l'indirizzo della
      *classe ha il monte ore del suo anno di corso, vale quello
       CALCOLA-MONTE-ORE.
           IF Anno-Scolastico NOT = Monte-Ore-Anno-Scolastico
               MOVE Anno-Scolastico TO Monte-Ore-Anno-Scolastico
               MOVE 0 TO Monte-Ore-Giorni
               OPEN INPUT FileGiorni
               IF FS-FileGiorni = "00"
                   MOVE "N" TO Fine-Giorni
                   PERFORM UNTIL Fine-Giorni = "S"
                       READ FileGiorni NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-Giorni
                           NOT AT END
                               IF GG-Anno = Anno-Scolastico
                                       AND GG-Lezione
                                   ADD GG-Ore TO Monte-Ore-Giorni
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileGiorni
               END-IF
               IF Monte-Ore-Giorni > 0
                   MOVE Monte-Ore-Giorni TO Monte-Ore-Calendario
               ELSE
                   MOVE MONTE-ORE-ANNO TO Monte-Ore-Calendario
               END-IF
           END-IF
           MOVE Monte-Ore-Calendario TO Monte-Ore-Effettivo
           PERFORM CERCA-INDIRIZZO-CLASSE
           IF Monte-Ore-Indirizzo > 0
               MOVE Monte-Ore-Indirizzo TO Monte-Ore-Effettivo
           END-IF.

      *Paragrafo STAMPA-ASSENZE-MATERIE-PAGELLA: per periodo e
      *materia le ore di assenza dello studente nell'anno della
      *pagella, con la percentuale sulle ore dell'orario, da
      *ASSENZE-MATERIE.DAT (AssenzeMaterie)
       STAMPA-ASSENZE-MATERIE-PAGELLA.
           MOVE 0 TO AssMaterie-Stampate
           OPEN INPUT FileAssMaterie
           IF FS-FileAssMaterie = "00"
               MOVE ID-Studente TO AM-ID-Studente
               MOVE 0 TO AM-Periodo
               MOVE SPACES TO AM-Materia
               MOVE "N" TO Fine-AssMaterie
               START FileAssMaterie KEY IS NOT LESS THAN AM-Chiave
                   INVALID KEY MOVE "S" TO Fine-AssMaterie
               END-START
               PERFORM UNTIL Fine-AssMaterie = "S"
                   READ FileAssMaterie NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-AssMaterie
                       NOT AT END
                           IF AM-ID-Studente NOT = ID-Studente
                               MOVE "S" TO Fine-AssMaterie
                           ELSE IF AM-Anno = Anno-Scolastico
                                   AND AM-Periodo >= 1
                                   AND AM-Periodo <= 4
                               PERFORM STAMPA-ASSENZA-MATERIA
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileAssMaterie
           END-IF.

      *Paragrafo STAMPA-ASSENZA-MATERIA: la riga della materia
      *letta, sotto l'intestazione alla prima
       STAMPA-ASSENZA-MATERIA.
           IF AssMaterie-Stampate = 0
               MOVE "  ore di assenza per materia:"
                   TO FilePagella-Record
               WRITE FilePagella-Record
           END-IF
           ADD 1 TO AssMaterie-Stampate
           MOVE AM-Materia TO Materia-Codice
           PERFORM CERCA-NOME-MATERIA
           MOVE AM-Ore-Assenza TO AM-Ore-for
           MOVE AM-Ore-Previste TO AM-Previste-for
           MOVE AM-Percentuale TO AM-Perc-for
           MOVE SPACES TO riga4
           STRING "    " DELIMITED BY SIZE
               Periodo-Nome(AM-Periodo) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Materia-Nome-Esteso(1:25) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AM-Ore-for DELIMITED BY SIZE
               " su " DELIMITED BY SIZE
               AM-Previste-for DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               AM-Perc-for DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO riga4
           MOVE riga4 TO FilePagella-Record
           WRITE FilePagella-Record.
