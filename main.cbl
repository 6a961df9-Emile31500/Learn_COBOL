               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPROCHEMENT-STATUS.

           SELECT INDICE-IRL-FILE ASSIGN TO "INDICESIRL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDICE-IRL-STATUS.

           SELECT REVISION-BAIL-FILE ASSIGN TO "REVISIONSBAIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVISION-BAIL-STATUS.

           SELECT REVISION-REPORT-FILE ASSIGN TO "REVISIONIRL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVISION-REPORT-STATUS.

           SELECT QUITTANCE-FILE ASSIGN TO "QUITTANCES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUITTANCE-STATUS.

           SELECT REGISTRE-DOC-FILE ASSIGN TO "REGISTREDOCS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRE-DOC-STATUS.

           SELECT RELANCE-FILE ASSIGN TO "RELANCES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELANCE-STATUS.

           SELECT LETTRE-RELANCE-FILE ASSIGN TO "LETTRESRELANCE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTRE-RELANCE-STATUS.

           SELECT DECOMPTE-DEPOT-FILE ASSIGN TO "DEPOTGARANTIE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECOMPTE-DEPOT-STATUS.

           SELECT ETAT-DEPOTS-FILE ASSIGN TO "DEPOTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-DEPOTS-STATUS.

           SELECT CATEGORIE-FILE ASSIGN TO "CATEGORIES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATEGORIE-STATUS.

           SELECT REGUL-CHARGES-FILE ASSIGN TO "REGULCHARGES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGUL-CHARGES-STATUS.

           SELECT PRET-FILE ASSIGN TO "PRETS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRET-STATUS.

           SELECT OCCUPATION-FILE ASSIGN TO "OCCUPATION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCCUPATION-STATUS.

           SELECT CHAINE-FILE ASSIGN TO "CHAINE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAINE-STATUS.

           SELECT COMPTE-FILE ASSIGN TO "COMPTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPTE-STATUS.

           SELECT FEC-FILE ASSIGN TO "FEC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEC-STATUS.

           SELECT FEC-REPORT-FILE ASSIGN TO "FECREPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEC-REPORT-STATUS.


           SELECT EXERCICE-FILE ASSIGN TO "EXERCICES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXERCICE-STATUS.

           SELECT SOLDE-FILE ASSIGN TO "SOLDESREPORTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOLDE-STATUS.

           SELECT CLOTURE-FILE ASSIGN TO "CLOTURE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOTURE-STATUS.

           SELECT TRAVAIL-FILE ASSIGN TO "CLOTURETRAVAIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVAIL-STATUS.

           SELECT HISTO-LOYER-FILE ASSIGN TO "HISTOLOYERS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTO-LOYER-STATUS.

           SELECT HISTO-CHARGE-FILE ASSIGN TO "HISTOCHARGES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTO-CHARGE-STATUS.

           SELECT HISTO-JOURNAL-FILE ASSIGN TO "HISTOPRETJOURNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTO-JOURNAL-STATUS.

           SELECT HISTO-AUDIT-FILE ASSIGN TO "HISTOAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTO-AUDIT-STATUS.

           SELECT HISTO-VALO-FILE ASSIGN TO "HISTOVALORISATIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTO-VALO-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  TRANS-DATE-FIN      PIC X(8).
           05  TRANS-DEPOT         PIC 9(8)V99.
           05  TRANS-CHARGE-CATEGORIE PIC X(12).
           05  TRANS-PROVISION     PIC 9(8)V99.

       FD  BATCH-REPORT-FILE.
       01  BATCH-REPORT-RECORD.
           05  BAIL-LOYER          PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  BAIL-DEPOT          PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  BAIL-LOYER-ANCIEN   PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  BAIL-IRL-ANNEE      PIC 9(4).
           05  FILLER              PIC X(1).
           05  BAIL-IRL-TRIMESTRE  PIC 9(1).
           05  FILLER              PIC X(1).
           05  BAIL-IRL-INDICE     PIC 9(3)V99.
           05  FILLER              PIC X(1).
           05  BAIL-REVISION-PERIODE PIC X(6).
           05  FILLER              PIC X(1).
           05  BAIL-DEPOT-RETENUES PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  BAIL-DEPOT-RESTITUER PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  BAIL-DEPOT-LIMITE   PIC X(8).
           05  FILLER              PIC X(1).
           05  BAIL-DEPOT-STATUT   PIC X(1).
           05  FILLER              PIC X(1).
           05  BAIL-DEPOT-DATE-REST PIC X(8).
           05  FILLER              PIC X(1).
           05  BAIL-PROVISION      PIC 9(8)V99.

       FD  IMPAYES-FILE.
       01  IMPAYES-LIGNE           PIC X(110).
           05  JRN-AMORTI          PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  JRN-CAPITAL-APRES   PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  JRN-PRET            PIC 9(2).

       FD  ARRETE-REPORT-FILE.
       01  ARRETE-REPORT-LIGNE     PIC X(90).
       FD  RAPPROCHEMENT-FILE.
       01  RAPPROCHEMENT-LIGNE     PIC X(110).

       FD  INDICE-IRL-FILE.
       01  INDICE-IRL-RECORD.
           05  IND-ANNEE           PIC 9(4).
           05  FILLER              PIC X(1).
           05  IND-TRIMESTRE       PIC 9(1).
           05  FILLER              PIC X(1).
           05  IND-VALEUR          PIC 9(3)V99.

       FD  REVISION-BAIL-FILE.
       01  REVISION-BAIL-RECORD.
           05  RVB-ID              PIC 9(8).
           05  FILLER              PIC X(1).
           05  RVB-DEBUT           PIC X(8).
           05  FILLER              PIC X(1).
           05  RVB-PERIODE         PIC X(6).
           05  FILLER              PIC X(1).
           05  RVB-ANCIEN-LOYER    PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  RVB-NOUVEAU-LOYER   PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  RVB-INDICE          PIC 9(3)V99.
           05  FILLER              PIC X(1).
           05  RVB-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  RVB-OPERATEUR       PIC X(8).

       FD  REVISION-REPORT-FILE.
       01  REVISION-REPORT-LIGNE   PIC X(110).

       FD  QUITTANCE-FILE.
       01  QUITTANCE-LIGNE         PIC X(110).

       FD  REGISTRE-DOC-FILE.
       01  REGISTRE-DOC-RECORD.
           05  DOC-NUMERO          PIC 9(8).
           05  FILLER              PIC X(1).
           05  DOC-TYPE            PIC X(1).
           05  FILLER              PIC X(1).
           05  DOC-ID              PIC 9(8).
           05  FILLER              PIC X(1).
           05  DOC-DEBUT           PIC X(8).
           05  FILLER              PIC X(1).
           05  DOC-PERIODE         PIC X(6).
           05  FILLER              PIC X(1).
           05  DOC-MONTANT         PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  DOC-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  DOC-OPERATEUR       PIC X(8).

       FD  RELANCE-FILE.
       01  RELANCE-RECORD.
           05  RLC-ID              PIC 9(8).
           05  FILLER              PIC X(1).
           05  RLC-DEBUT           PIC X(8).
           05  FILLER              PIC X(1).
           05  RLC-PERIODE         PIC X(6).
           05  FILLER              PIC X(1).
           05  RLC-NIVEAU          PIC 9(1).
           05  FILLER              PIC X(1).
           05  RLC-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  RLC-OPERATEUR       PIC X(8).
           05  FILLER              PIC X(1).
           05  RLC-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  RLC-DATE-CLOTURE    PIC X(8).
           05  FILLER              PIC X(1).
           05  RLC-RESTANT         PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  RLC-CAMPAGNE        PIC X(6).

       FD  LETTRE-RELANCE-FILE.
       01  LETTRE-RELANCE-LIGNE    PIC X(110).

       FD  DECOMPTE-DEPOT-FILE.
       01  DECOMPTE-DEPOT-LIGNE    PIC X(110).

       FD  ETAT-DEPOTS-FILE.
       01  ETAT-DEPOTS-LIGNE       PIC X(110).

       FD  CATEGORIE-FILE.
       01  CATEGORIE-RECORD.
           05  CAT-CODE            PIC X(12).
           05  FILLER              PIC X(1).
           05  CAT-RECUPERABLE     PIC X(1).
           05  FILLER              PIC X(1).
           05  CAT-LIBELLE         PIC X(30).

       FD  REGUL-CHARGES-FILE.
       01  REGUL-CHARGES-LIGNE     PIC X(110).

       FD  PRET-FILE.
       01  PRET-RECORD.
           05  PRT-ID              PIC 9(8).
           05  FILLER              PIC X(1).
           05  PRT-NUMERO          PIC 9(2).
           05  FILLER              PIC X(1).
           05  PRT-BANQUE          PIC X(20).
           05  FILLER              PIC X(1).
           05  PRT-CAPITAL-INITIAL PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  PRT-TAUX            PIC 9(1)V99.
           05  FILLER              PIC X(1).
           05  PRT-DUREE           PIC 9(4).
           05  FILLER              PIC X(1).
           05  PRT-PREMIERE-ECH    PIC X(8).
           05  FILLER              PIC X(1).
           05  PRT-MENSUALITE      PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  PRT-CAPITAL-RESTANT PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  PRT-ECHEANCES-RESTANTES PIC 9(4).

       FD  OCCUPATION-FILE.
       01  OCCUPATION-LIGNE        PIC X(110).

       FD  CHAINE-FILE.
       01  CHAINE-RECORD.
           05  CHN-PERIODE         PIC X(6).
           05  FILLER              PIC X(1).
           05  CHN-ETAPE           PIC 9(1).
           05  FILLER              PIC X(1).
           05  CHN-MODE            PIC 9(2).
           05  FILLER              PIC X(1).
           05  CHN-LIBELLE         PIC X(20).
           05  FILLER              PIC X(1).
           05  CHN-DEBUT           PIC X(14).
           05  FILLER              PIC X(1).
           05  CHN-FIN             PIC X(14).
           05  FILLER              PIC X(1).
           05  CHN-RC              PIC 9(4).
           05  FILLER              PIC X(1).
           05  CHN-LUS             PIC 9(6).
           05  FILLER              PIC X(1).
           05  CHN-TRAITES         PIC 9(6).
           05  FILLER              PIC X(1).
           05  CHN-ANOMALIES       PIC 9(6).
           05  FILLER              PIC X(1).
           05  CHN-STATUT          PIC X(10).

       FD  COMPTE-FILE.
       01  COMPTE-RECORD.
           05  CPT-CATEGORIE       PIC X(12).
           05  FILLER              PIC X(1).
           05  CPT-COMPTE          PIC X(10).
           05  FILLER              PIC X(1).
           05  CPT-LIBELLE         PIC X(30).

       FD  FEC-FILE.
       01  FEC-LIGNE               PIC X(200).

       FD  FEC-REPORT-FILE.
       01  FEC-REPORT-LIGNE        PIC X(110).


       FD  EXERCICE-FILE.
       01  EXERCICE-RECORD.
           05  EXE-ANNEE           PIC X(4).
           05  FILLER              PIC X(1).
           05  EXE-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  EXE-OPERATEUR       PIC X(8).

       FD  SOLDE-FILE.
       01  SOLDE-RECORD.
           05  SLD-EXERCICE        PIC X(4).
           05  FILLER              PIC X(1).
           05  SLD-TYPE            PIC X(1).
           05  FILLER              PIC X(1).
           05  SLD-NUMERO          PIC 9(8).
           05  FILLER              PIC X(1).
           05  SLD-DEBUT           PIC X(8).
           05  FILLER              PIC X(1).
           05  SLD-PERIODE         PIC X(6).
           05  FILLER              PIC X(1).
           05  SLD-DU              PIC 9(10)V99.
           05  FILLER              PIC X(1).
           05  SLD-ENCAISSE        PIC 9(10)V99.
           05  FILLER              PIC X(1).
           05  SLD-RESTANT         PIC 9(10)V99.
           05  FILLER              PIC X(1).
           05  SLD-INTERETS        PIC 9(10)V99.
           05  FILLER              PIC X(1).
           05  SLD-VAL-DATE        PIC X(8).
           05  FILLER              PIC X(1).
           05  SLD-VAL-MONTANT     PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  SLD-DATE-REGLEMENT  PIC X(8).
           05  FILLER              PIC X(1).
           05  SLD-OPERATEUR       PIC X(8).

       FD  CLOTURE-FILE.
       01  CLOTURE-LIGNE           PIC X(110).

       FD  TRAVAIL-FILE.
       01  TRAVAIL-LIGNE           PIC X(120).

       FD  HISTO-LOYER-FILE.
       01  HISTO-LOYER-RECORD.
           05  HLO-EXERCICE        PIC X(4).
           05  FILLER              PIC X(1).
           05  HLO-DATE-CLOTURE    PIC X(8).
           05  FILLER              PIC X(1).
           05  HLO-NUMERO          PIC 9(8).
           05  FILLER              PIC X(1).
           05  HLO-PERIODE         PIC X(6).
           05  FILLER              PIC X(1).
           05  HLO-MONTANT         PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  HLO-OPERATEUR       PIC X(8).

       FD  HISTO-CHARGE-FILE.
       01  HISTO-CHARGE-RECORD.
           05  HCH-EXERCICE        PIC X(4).
           05  FILLER              PIC X(1).
           05  HCH-DATE-CLOTURE    PIC X(8).
           05  FILLER              PIC X(1).
           05  HCH-CHARGE.
               10  HCH-NUMERO      PIC 9(8).
               10  FILLER          PIC X(1).
               10  HCH-PERIODE     PIC X(6).
               10  FILLER          PIC X(1).
               10  HCH-CATEGORIE   PIC X(12).
               10  FILLER          PIC X(1).
               10  HCH-MONTANT     PIC 9(8)V99.

       FD  HISTO-JOURNAL-FILE.
       01  HISTO-JOURNAL-RECORD.
           05  HJR-EXERCICE        PIC X(4).
           05  FILLER              PIC X(1).
           05  HJR-DATE-CLOTURE    PIC X(8).
           05  FILLER              PIC X(1).
           05  HJR-JOURNAL.
               10  HJR-NUMERO      PIC 9(8).
               10  FILLER          PIC X(1).
               10  HJR-PERIODE     PIC X(6).
               10  FILLER          PIC X(1).
               10  HJR-INTERET     PIC 9(8)V99.
               10  FILLER          PIC X(1).
               10  HJR-AMORTI      PIC 9(8)V99.
               10  FILLER          PIC X(1).
               10  HJR-CAPITAL-APRES PIC 9(8)V99.
               10  FILLER          PIC X(1).
               10  HJR-PRET        PIC 9(2).

       FD  HISTO-AUDIT-FILE.
       01  HISTO-AUDIT-RECORD.
           05  HAU-EXERCICE        PIC X(4).
           05  FILLER              PIC X(1).
           05  HAU-DATE-CLOTURE    PIC X(8).
           05  FILLER              PIC X(1).
           05  HAU-AUDIT           PIC X(77).

       FD  HISTO-VALO-FILE.
       01  HISTO-VALO-RECORD.
           05  HVA-EXERCICE        PIC X(4).
           05  FILLER              PIC X(1).
           05  HVA-DATE-CLOTURE    PIC X(8).
           05  FILLER              PIC X(1).
           05  HVA-VALORISATION.
               10  HVA-NUMERO      PIC 9(8).
               10  FILLER          PIC X(1).
               10  HVA-DATE        PIC X(8).
               10  FILLER          PIC X(1).
               10  HVA-MONTANT     PIC 9(8)V99.
               10  FILLER          PIC X(1).
               10  HVA-ORIGINE     PIC X(20).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS      PIC X(2) VALUE ZEROS.
       01  WS-BAIL-FIN         PIC X(8) VALUE SPACES.
       01  WS-BAIL-LOYER       PIC 9(8)V99 VALUE ZEROS.
       01  WS-BAIL-DEPOT       PIC 9(8)V99 VALUE ZEROS.
       01  WS-BAIL-PROVISION   PIC 9(8)V99 VALUE ZEROS.
       01  WS-BAIL-LIGNES.
           05  WS-BAIL-LIGNE OCCURS 1000 TIMES PIC X(163).
       01  WS-BAIL-CHOISI.
           05  WS-BAIL-CHOISI-ID        PIC 9(8).
           05  FILLER                   PIC X(1).
           05  WS-BAIL-CHOISI-LOYER     PIC 9(8)V99.
           05  FILLER                   PIC X(1).
           05  WS-BAIL-CHOISI-DEPOT     PIC 9(8)V99.
           05  FILLER                   PIC X(1).
           05  WS-BAIL-CHOISI-LOYER-ANCIEN PIC 9(8)V99.
           05  FILLER                   PIC X(1).
           05  WS-BAIL-CHOISI-IRL-ANNEE PIC 9(4).
           05  FILLER                   PIC X(1).
           05  WS-BAIL-CHOISI-IRL-TRIMESTRE PIC 9(1).
           05  FILLER                   PIC X(1).
           05  WS-BAIL-CHOISI-IRL-INDICE PIC 9(3)V99.
           05  FILLER                   PIC X(1).
           05  WS-BAIL-CHOISI-REVISION-PERIODE PIC X(6).
           05  FILLER                   PIC X(1).
           05  WS-BAIL-CHOISI-DEPOT-RETENUES PIC 9(8)V99.
           05  FILLER                   PIC X(1).
           05  WS-BAIL-CHOISI-DEPOT-RESTITUER PIC 9(8)V99.
           05  FILLER                   PIC X(1).
           05  WS-BAIL-CHOISI-DEPOT-LIMITE PIC X(8).
           05  FILLER                   PIC X(1).
           05  WS-BAIL-CHOISI-DEPOT-STATUT PIC X(1).
           05  FILLER                   PIC X(1).
           05  WS-BAIL-CHOISI-DEPOT-DATE-REST PIC X(8).
           05  FILLER                   PIC X(1).
           05  WS-BAIL-CHOISI-PROVISION PIC 9(8)V99.

       01  WS-CHARGE-FILE-STATUS PIC X(2) VALUE ZEROS.
       01  WS-CHARGE-ID        PIC 9(8) VALUE ZEROS.
       01  WS-IMP-SCAN         PIC 9(4) VALUE ZEROS.
       01  WS-IMP-ENCAISSE     PIC 9(10)V99 VALUE ZEROS.
       01  WS-IMP-RESTANT      PIC 9(10)V99 VALUE ZEROS.
       01  WS-IMP-LOYER-DU     PIC 9(8)V99 VALUE ZEROS.
       01  WS-IMP-LOYER-HC     PIC 9(8)V99 VALUE ZEROS.
       01  WS-IMP-PROVISION-DU PIC 9(8)V99 VALUE ZEROS.
       01  WS-IMP-NB-PERIODES  PIC 9(4) VALUE ZEROS.
       01  WS-IMP-NB-IMPAYES   PIC 9(6) VALUE ZEROS.
       01  WS-IMP-TOTAL-DU     PIC 9(12)V99 VALUE ZEROS.
           05  FILLER              PIC X(10) VALUE "  +3 MOIS=".
           05  IMP-VEN-PLUS3M      PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-INDICE-IRL-STATUS PIC X(2) VALUE ZEROS.
       01  WS-REVISION-BAIL-STATUS PIC X(2) VALUE ZEROS.
       01  WS-REVISION-REPORT-STATUS PIC X(2) VALUE ZEROS.
       01  WS-IRL-PERIODE      PIC X(6) VALUE SPACES.
       01  WS-IRL-ANNEE        PIC 9(4) VALUE ZEROS.
       01  WS-IRL-MOIS-DEBUT   PIC 9(2) VALUE ZEROS.
       01  WS-IRL-REF-ANNEE    PIC 9(4) VALUE ZEROS.
       01  WS-IRL-REF-TRIMESTRE PIC 9(1) VALUE ZEROS.
       01  WS-IRL-REF-INDICE   PIC 9(3)V99 VALUE ZEROS.
       01  WS-IRL-NOUV-ANNEE   PIC 9(4) VALUE ZEROS.
       01  WS-IRL-NOUV-INDICE  PIC 9(3)V99 VALUE ZEROS.
       01  WS-IRL-CLE-ANNEE    PIC 9(4) VALUE ZEROS.
       01  WS-IRL-CLE-TRIMESTRE PIC 9(1) VALUE ZEROS.
       01  WS-IRL-CLE-INDICE   PIC 9(3)V99 VALUE ZEROS.
       01  WS-IRL-ANCIEN-LOYER PIC 9(8)V99 VALUE ZEROS.
       01  WS-IRL-NOUVEAU-LOYER PIC 9(8)V99 VALUE ZEROS.
       01  WS-IRL-APPART       PIC 9(4) VALUE ZEROS.
       01  WS-IRL-SCAN         PIC 9(4) VALUE ZEROS.
       01  WS-IRL-STATUT       PIC X(12) VALUE SPACES.
       01  WS-IRL-REVISES      PIC 9(4) VALUE ZEROS.
       01  WS-IRL-NON-REVISES  PIC 9(4) VALUE ZEROS.
       01  WS-IRL-ECART        PIC S9(10)V99 VALUE ZEROS.
       01  WS-IRL-LIGNE-COUNT  PIC 9(4) VALUE ZEROS.
       01  WS-IRL-PAGE-COUNT   PIC 9(4) VALUE ZEROS.
       01  WS-FORMATED-INDICE  PIC ZZ9.99 VALUE ZEROS.
       01  WS-IND-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-IND-SCAN         PIC 9(4) VALUE ZEROS.
       01  WS-IND-TABLE.
           05  WS-IND-ENTREE OCCURS 400 TIMES.
               10  WS-IND-ANNEE        PIC 9(4).
               10  WS-IND-TRIMESTRE    PIC 9(1).
               10  WS-IND-VALEUR       PIC 9(3)V99.
       01  WS-RVB-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-RVB-SCAN         PIC 9(4) VALUE ZEROS.
       01  WS-RVB-RETENUE      PIC 9(4) VALUE ZEROS.
       01  WS-RVB-DEBORDEMENT  PIC X(1) VALUE 'N'.
       01  WS-RVB-TABLE.
           05  WS-RVB-ENTREE OCCURS 3000 TIMES.
               10  WS-RVB-ID           PIC 9(8).
               10  WS-RVB-DEBUT        PIC X(8).
               10  WS-RVB-PERIODE      PIC X(6).
               10  WS-RVB-ANCIEN-LOYER PIC 9(8)V99.
       01  IRL-ENTETE.
           05  FILLER              PIC X(36)
               VALUE "REVISION DES LOYERS (IRL) PERIODE ".
           05  IRL-ENT-PERIODE     PIC X(6).
           05  FILLER              PIC X(4) VALUE " AU ".
           05  IRL-ENT-DATE        PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  IRL-ENT-PAGE        PIC ZZZ9.
       01  IRL-COLONNES.
           05  FILLER              PIC X(5) VALUE "NUM  ".
           05  FILLER              PIC X(17) VALUE "LIBELLE".
           05  FILLER              PIC X(17) VALUE "LOCATAIRE".
           05  FILLER              PIC X(14) VALUE " ANCIEN LOYER ".
           05  FILLER              PIC X(7) VALUE "REF.".
           05  FILLER              PIC X(7) VALUE "INDICE".
           05  FILLER              PIC X(7) VALUE "NOUV.".
           05  FILLER              PIC X(7) VALUE "INDICE".
           05  FILLER              PIC X(14) VALUE "NOUVEAU LOYER ".
           05  FILLER              PIC X(6) VALUE "STATUT".
       01  IRL-DETAIL.
           05  IRL-DET-NUMERO      PIC 9(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  IRL-DET-LIBELLE     PIC X(16).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  IRL-DET-LOCATAIRE   PIC X(16).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  IRL-DET-ANCIEN      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  IRL-DET-REF-TRIM    PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  IRL-DET-REF-INDICE  PIC ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  IRL-DET-NOUV-TRIM   PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  IRL-DET-NOUV-INDICE PIC ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  IRL-DET-NOUVEAU     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  IRL-DET-STATUT      PIC X(12).
       01  IRL-TOTAUX.
           05  FILLER              PIC X(12) VALUE "BAUX REVISES".
           05  FILLER              PIC X(1) VALUE "=".
           05  IRL-TOT-REVISES     PIC ZZZ9.
           05  FILLER              PIC X(15) VALUE "  NON REVISES=".
           05  IRL-TOT-NON-REVISES PIC ZZZ9.
           05  FILLER              PIC X(24)
               VALUE "  ECART LOYERS MENSUELS=".
           05  IRL-TOT-ECART       PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-QUITTANCE-STATUS PIC X(2) VALUE ZEROS.
       01  WS-REGISTRE-DOC-STATUS PIC X(2) VALUE ZEROS.
       01  WS-QUI-PERIODE      PIC X(6) VALUE SPACES.
       01  WS-QUI-DERNIER-NUMERO PIC 9(8) VALUE ZEROS.
       01  WS-QUI-NUMERO       PIC 9(8) VALUE ZEROS.
       01  WS-QUI-TYPE         PIC X(1) VALUE SPACES.
       01  WS-QUI-DUPLICATA    PIC X(1) VALUE 'N'.
       01  WS-QUI-LOYER-DU     PIC 9(8)V99 VALUE ZEROS.
       01  WS-QUI-MONTANT      PIC 9(8)V99 VALUE ZEROS.
       01  WS-QUI-ENCAISSE     PIC 9(8)V99 VALUE ZEROS.
       01  WS-QUI-RESTE        PIC 9(8)V99 VALUE ZEROS.
       01  WS-QUI-APPART       PIC 9(4) VALUE ZEROS.
       01  WS-QUI-SCAN         PIC 9(4) VALUE ZEROS.
       01  WS-QUI-NB-AVIS      PIC 9(4) VALUE ZEROS.
       01  WS-QUI-NB-QUITTANCES PIC 9(4) VALUE ZEROS.
       01  WS-QUI-NB-RECUS     PIC 9(4) VALUE ZEROS.
       01  WS-QUI-NB-DUPLICATAS PIC 9(4) VALUE ZEROS.
       01  WS-QUI-TOTAL-DU     PIC 9(12)V99 VALUE ZEROS.
       01  WS-QUI-TOTAL-ENCAISSE PIC 9(12)V99 VALUE ZEROS.
       01  WS-QUI-PAGE-COUNT   PIC 9(4) VALUE ZEROS.
       01  WS-QUI-REG-COUNT    PIC 9(4) VALUE ZEROS.
       01  WS-QUI-REG-DEBORDEMENT PIC X(1) VALUE 'N'.
       01  WS-QUI-REG-TABLE.
           05  WS-QUI-REG-ENTREE OCCURS 3000 TIMES.
               10  WS-QUI-REG-NUMERO   PIC 9(8).
               10  WS-QUI-REG-TYPE     PIC X(1).
               10  WS-QUI-REG-ID       PIC 9(8).
               10  WS-QUI-REG-DEBUT    PIC X(8).
               10  WS-QUI-REG-MONTANT  PIC 9(8)V99.
       01  QUI-ENTETE.
           05  FILLER              PIC X(38)
               VALUE "AVIS D'ECHEANCE ET QUITTANCES PERIODE ".
           05  QUI-ENT-PERIODE     PIC X(6).
           05  FILLER              PIC X(4) VALUE " AU ".
           05  QUI-ENT-DATE        PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  QUI-ENT-PAGE        PIC ZZZ9.
       01  QUI-TITRE.
           05  QUI-TIT-LIBELLE     PIC X(30).
           05  FILLER              PIC X(12) VALUE "DOCUMENT NO ".
           05  QUI-TIT-NUMERO      PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  QUI-TIT-DUPLICATA   PIC X(9).
       01  QUI-RUBRIQUE.
           05  QUI-RUB-LIBELLE     PIC X(20).
           05  QUI-RUB-VALEUR      PIC X(60).
       01  QUI-MONTANT-LIGNE.
           05  QUI-MNT-LIBELLE     PIC X(20).
           05  QUI-MNT-VALEUR      PIC ZZ,ZZZ,ZZ9.99.
       01  QUI-TOTAUX.
           05  FILLER              PIC X(5) VALUE "AVIS=".
           05  QUI-TOT-AVIS        PIC ZZZ9.
           05  FILLER              PIC X(13) VALUE "  QUITTANCES=".
           05  QUI-TOT-QUITTANCES  PIC ZZZ9.
           05  FILLER              PIC X(17) VALUE "  RECUS PARTIELS=".
           05  QUI-TOT-RECUS       PIC ZZZ9.
           05  FILLER              PIC X(13) VALUE "  DUPLICATAS=".
           05  QUI-TOT-DUPLICATAS  PIC ZZZ9.
       01  QUI-TOTAUX2.
           05  FILLER              PIC X(15) VALUE "LOYERS APPELES=".
           05  QUI-TOT-DU          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(19)
               VALUE "  LOYERS ENCAISSES=".
           05  QUI-TOT-ENCAISSE    PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-RELANCE-STATUS   PIC X(2) VALUE ZEROS.
       01  WS-LETTRE-RELANCE-STATUS PIC X(2) VALUE ZEROS.
       01  WS-RLC-CAMPAGNE     PIC X(6) VALUE SPACES.
       01  WS-RLC-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-RLC-SCAN         PIC 9(4) VALUE ZEROS.
       01  WS-RLC-DEBORDEMENT  PIC X(1) VALUE 'N'.
       01  WS-RLC-NIVEAU       PIC 9(1) VALUE ZEROS.
       01  WS-RLC-NIVEAU-MAX   PIC 9(1) VALUE ZEROS.
       01  WS-RLC-DEJA         PIC X(1) VALUE 'N'.
       01  WS-RLC-CLOSES       PIC 9(4) VALUE ZEROS.
       01  WS-RLC-DEJA-TRAITEES PIC 9(4) VALUE ZEROS.
       01  WS-RLC-AU-CONTENTIEUX PIC 9(4) VALUE ZEROS.
       01  WS-RLC-NON-EMISES   PIC 9(4) VALUE ZEROS.
       01  WS-RLC-PAGE-COUNT   PIC 9(4) VALUE ZEROS.
       01  WS-RLC-EMISES-TABLE.
           05  WS-RLC-EMISES OCCURS 4 TIMES PIC 9(4).
       01  WS-RLC-LIGNES.
           05  WS-RLC-LIGNE OCCURS 5000 TIMES PIC X(73).
       01  WS-RLC-ETATS.
           05  WS-RLC-ETAT OCCURS 5000 TIMES PIC X(1).
       01  WS-RLC-CHOISIE.
           05  WS-RLC-CH-ID        PIC 9(8).
           05  FILLER              PIC X(1).
           05  WS-RLC-CH-DEBUT     PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-RLC-CH-PERIODE   PIC X(6).
           05  FILLER              PIC X(1).
           05  WS-RLC-CH-NIVEAU    PIC 9(1).
           05  FILLER              PIC X(1).
           05  WS-RLC-CH-DATE      PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-RLC-CH-OPERATEUR PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-RLC-CH-STATUT    PIC X(1).
           05  FILLER              PIC X(1).
           05  WS-RLC-CH-DATE-CLOTURE PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-RLC-CH-RESTANT   PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  WS-RLC-CH-CAMPAGNE  PIC X(6).
       01  RLC-ENTETE.
           05  FILLER              PIC X(28)
               VALUE "LETTRES DE RELANCE CAMPAGNE ".
           05  RLC-ENT-CAMPAGNE    PIC X(6).
           05  FILLER              PIC X(4) VALUE " AU ".
           05  RLC-ENT-DATE        PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  RLC-ENT-PAGE        PIC ZZZ9.
       01  RLC-TITRE.
           05  RLC-TIT-LIBELLE     PIC X(30).
           05  FILLER              PIC X(7) VALUE "NIVEAU ".
           05  RLC-TIT-NIVEAU      PIC 9(1).
       01  RLC-RUBRIQUE.
           05  RLC-RUB-LIBELLE     PIC X(20).
           05  RLC-RUB-VALEUR      PIC X(60).
       01  RLC-MONTANT-LIGNE.
           05  RLC-MNT-LIBELLE     PIC X(20).
           05  RLC-MNT-VALEUR      PIC ZZ,ZZZ,ZZ9.99.
       01  RLC-TOTAUX.
           05  FILLER              PIC X(8) VALUE "RAPPELS=".
           05  RLC-TOT-NIVEAU1     PIC ZZZ9.
           05  FILLER              PIC X(11) VALUE "  RELANCES=".
           05  RLC-TOT-NIVEAU2     PIC ZZZ9.
           05  FILLER              PIC X(19)
               VALUE "  MISES EN DEMEURE=".
           05  RLC-TOT-NIVEAU3     PIC ZZZ9.
           05  FILLER              PIC X(14) VALUE "  CONTENTIEUX=".
           05  RLC-TOT-NIVEAU4     PIC ZZZ9.
       01  RLC-TOTAUX2.
           05  FILLER              PIC X(16) VALUE "RELANCES CLOSES=".
           05  RLC-TOT-CLOSES      PIC ZZZ9.
           05  FILLER              PIC X(22)
               VALUE "  DEJA AU CONTENTIEUX=".
           05  RLC-TOT-CONTENTIEUX PIC ZZZ9.
           05  FILLER              PIC X(24)
               VALUE "  DEJA RELANCES CE MOIS=".
           05  RLC-TOT-DEJA        PIC ZZZ9.

       01  WS-DECOMPTE-DEPOT-STATUS PIC X(2) VALUE ZEROS.
       01  WS-ETAT-DEPOTS-STATUS PIC X(2) VALUE ZEROS.
       01  WS-DEP-NB-POSTES    PIC 9(2) VALUE ZEROS.
       01  WS-DEP-SCAN         PIC 9(4) VALUE ZEROS.
       01  WS-DEP-POSTE-LIBELLE PIC X(30) VALUE SPACES.
       01  WS-DEP-POSTE-MONTANT PIC 9(8)V99 VALUE ZEROS.
       01  WS-DEP-POSTES-TABLE.
           05  WS-DEP-POSTE OCCURS 20 TIMES.
               10  WS-DEP-POSTE-LIB    PIC X(30).
               10  WS-DEP-POSTE-MNT    PIC 9(8)V99.
       01  WS-DEP-TOTAL-POSTES PIC 9(10)V99 VALUE ZEROS.
       01  WS-DEP-TOTAL-IMPAYES PIC 9(10)V99 VALUE ZEROS.
       01  WS-DEP-SOLDE        PIC S9(10)V99 VALUE ZEROS.
       01  WS-DEP-NB-IMP       PIC 9(4) VALUE ZEROS.
       01  WS-DEP-IMP-TABLE.
           05  WS-DEP-IMP OCCURS 240 TIMES.
               10  WS-DEP-IMP-PERIODE  PIC X(6).
               10  WS-DEP-IMP-RESTANT  PIC 9(8)V99.
       01  WS-DEP-NB-MOIS      PIC 9(2) VALUE ZEROS.
       01  WS-DEP-DATE-REST    PIC X(8) VALUE SPACES.
       01  WS-DEP-AUJOURDHUI   PIC X(8) VALUE SPACES.
       01  WS-DEP-RETARD       PIC X(1) VALUE 'N'.
       01  WS-DEP-NB-ATTENTE   PIC 9(4) VALUE ZEROS.
       01  WS-DEP-NB-RETARD    PIC 9(4) VALUE ZEROS.
       01  WS-DEP-MNT-ATTENTE  PIC 9(12)V99 VALUE ZEROS.
       01  WS-DEP-MNT-RETARD   PIC 9(12)V99 VALUE ZEROS.
       01  WS-DEP-LIGNE-COUNT  PIC 9(4) VALUE ZEROS.
       01  WS-DEP-PAGE-COUNT   PIC 9(4) VALUE ZEROS.
       01  WS-DEP-APPART       PIC 9(4) VALUE ZEROS.
       01  WS-JDM-ANNEE        PIC 9(4) VALUE ZEROS.
       01  WS-JDM-MOIS         PIC 9(2) VALUE ZEROS.
       01  WS-JDM-JOUR         PIC 9(2) VALUE ZEROS.
       01  WS-JDM-JOURS        PIC 9(2) VALUE ZEROS.
       01  WS-JDM-QUOTIENT     PIC 9(4) VALUE ZEROS.
       01  WS-JDM-RESTE        PIC 9(4) VALUE ZEROS.
       01  WS-JDM-DATE         PIC X(8) VALUE SPACES.
       01  WS-JDM-DATE-EDITEE  PIC X(10) VALUE SPACES.
       01  WS-JDM-MOIS-CIBLE   PIC 9(2) VALUE ZEROS.
       01  WS-JDM-QUANTIEME    PIC 9(3) VALUE ZEROS.
       01  DEP-ENTETE.
           05  FILLER              PIC X(45)
               VALUE "DECOMPTE DE RESTITUTION DU DEPOT DE GARANTIE ".
           05  FILLER              PIC X(3) VALUE "AU ".
           05  DEP-ENT-DATE        PIC X(10).
       01  DEP-RUBRIQUE.
           05  DEP-RUB-LIBELLE     PIC X(32).
           05  DEP-RUB-VALEUR      PIC X(60).
       01  DEP-MONTANT-LIGNE.
           05  DEP-MNT-LIBELLE     PIC X(32).
           05  DEP-MNT-VALEUR      PIC ZZ,ZZZ,ZZ9.99.
       01  DEP-ETAT-ENTETE.
           05  FILLER              PIC X(37)
               VALUE "ETAT DES DEPOTS DE GARANTIE A RENDRE ".
           05  FILLER              PIC X(3) VALUE "AU ".
           05  DEP-ETA-DATE        PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  DEP-ETA-PAGE        PIC ZZZ9.
       01  DEP-ETAT-COLONNES.
           05  FILLER              PIC X(5) VALUE "NUM  ".
           05  FILLER              PIC X(21) VALUE "LIBELLE".
           05  FILLER              PIC X(21) VALUE "LOCATAIRE".
           05  FILLER              PIC X(11) VALUE "SORTIE".
           05  FILLER              PIC X(14) VALUE "   A RESTITUER".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "LIMITE".
           05  FILLER              PIC X(9) VALUE "SITUATION".
       01  DEP-ETAT-DETAIL.
           05  DEP-DET-NUMERO      PIC 9(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DEP-DET-LIBELLE     PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DEP-DET-LOCATAIRE   PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DEP-DET-SORTIE      PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DEP-DET-MONTANT     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  DEP-DET-LIMITE      PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DEP-DET-SITUATION   PIC X(10).
       01  DEP-ETAT-TOTAUX.
           05  FILLER              PIC X(14) VALUE "NON RESTITUES=".
           05  DEP-TOT-NB-ATTENTE  PIC ZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DEP-TOT-MNT-ATTENTE PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(12) VALUE "  EN RETARD=".
           05  DEP-TOT-NB-RETARD   PIC ZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DEP-TOT-MNT-RETARD  PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-CATEGORIE-STATUS PIC X(2) VALUE ZEROS.
       01  WS-REGUL-CHARGES-STATUS PIC X(2) VALUE ZEROS.
       01  WS-CAT-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-CAT-SCAN         PIC 9(4) VALUE ZEROS.
       01  WS-CAT-TROUVE       PIC 9(4) VALUE ZEROS.
       01  WS-CAT-DEBORDEMENT  PIC X(1) VALUE 'N'.
       01  WS-CAT-CODE         PIC X(12) VALUE SPACES.
       01  WS-CAT-RECUP        PIC X(1) VALUE SPACES.
       01  WS-CAT-LIBELLE      PIC X(30) VALUE SPACES.
       01  WS-CAT-LIGNES.
           05  WS-CAT-LIGNE OCCURS 200 TIMES PIC X(45).
       01  WS-CAT-CHOISIE.
           05  WS-CAT-CH-CODE      PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-CAT-CH-RECUP     PIC X(1).
           05  FILLER              PIC X(1).
           05  WS-CAT-CH-LIBELLE   PIC X(30).
       01  WS-RGC-ANNEE        PIC X(4) VALUE SPACES.
       01  WS-RGC-DEBUT-AN     PIC X(8) VALUE SPACES.
       01  WS-RGC-FIN-AN       PIC X(8) VALUE SPACES.
       01  WS-RGC-DEBUT-OCC    PIC X(8) VALUE SPACES.
       01  WS-RGC-FIN-OCC      PIC X(8) VALUE SPACES.
       01  WS-RGC-FIN-PERIODE  PIC X(6) VALUE SPACES.
       01  WS-RGC-JOURS-AN     PIC 9(3) VALUE ZEROS.
       01  WS-RGC-JOURS-OCC    PIC 9(3) VALUE ZEROS.
       01  WS-RGC-APPART       PIC 9(4) VALUE ZEROS.
       01  WS-RGC-SCAN         PIC 9(4) VALUE ZEROS.
       01  WS-RGC-TROUVE       PIC 9(4) VALUE ZEROS.
       01  WS-RGC-NB-CAT       PIC 9(4) VALUE ZEROS.
       01  WS-RGC-CAT-TABLE.
           05  WS-RGC-CAT OCCURS 50 TIMES.
               10  WS-RGC-CAT-CODE     PIC X(12).
               10  WS-RGC-CAT-MONTANT  PIC 9(10)V99.
               10  WS-RGC-CAT-QUOTE    PIC 9(10)V99.
       01  WS-RGC-TOTAL-CHARGES PIC 9(10)V99 VALUE ZEROS.
       01  WS-RGC-QUOTE-PART   PIC 9(10)V99 VALUE ZEROS.
       01  WS-RGC-PROVISIONS   PIC 9(10)V99 VALUE ZEROS.
       01  WS-RGC-PROV-PERIODE PIC S9(10)V99 VALUE ZEROS.
       01  WS-RGC-SOLDE        PIC S9(10)V99 VALUE ZEROS.
       01  WS-RGC-NB           PIC 9(4) VALUE ZEROS.
       01  WS-RGC-NB-COMPLEMENTS PIC 9(4) VALUE ZEROS.
       01  WS-RGC-NB-TROP-PERCUS PIC 9(4) VALUE ZEROS.
       01  WS-RGC-TOT-COMPLEMENTS PIC 9(12)V99 VALUE ZEROS.
       01  WS-RGC-TOT-TROP-PERCUS PIC 9(12)V99 VALUE ZEROS.
       01  WS-RGC-PAGE-COUNT   PIC 9(4) VALUE ZEROS.
       01  RGC-ENTETE.
           05  FILLER              PIC X(37)
               VALUE "REGULARISATION DES CHARGES LOCATIVES ".
           05  FILLER              PIC X(6) VALUE "ANNEE ".
           05  RGC-ENT-ANNEE       PIC X(4).
           05  FILLER              PIC X(11) VALUE "  EDITE LE ".
           05  RGC-ENT-DATE        PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  RGC-ENT-PAGE        PIC ZZZ9.
       01  RGC-RUBRIQUE.
           05  RGC-RUB-LIBELLE     PIC X(32).
           05  RGC-RUB-VALEUR      PIC X(60).
       01  RGC-COLONNES.
           05  FILLER              PIC X(14) VALUE "CATEGORIE".
           05  FILLER              PIC X(16) VALUE "  CHARGES ANNEE".
           05  FILLER              PIC X(16) VALUE "     QUOTE-PART".
       01  RGC-CATEGORIE-LIGNE.
           05  RGC-CAT-CODE        PIC X(12).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  RGC-CAT-MONTANT     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  RGC-CAT-QUOTE       PIC ZZ,ZZZ,ZZ9.99.
       01  RGC-MONTANT-LIGNE.
           05  RGC-MNT-LIBELLE     PIC X(32).
           05  RGC-MNT-VALEUR      PIC ZZ,ZZZ,ZZ9.99.
       01  RGC-TOTAUX.
           05  FILLER              PIC X(10) VALUE "DECOMPTES=".
           05  RGC-TOT-NB          PIC ZZZ9.
           05  FILLER              PIC X(14) VALUE "  COMPLEMENTS=".
           05  RGC-TOT-NB-COMPL    PIC ZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RGC-TOT-COMPLEMENTS PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(14) VALUE "  TROP-PERCUS=".
           05  RGC-TOT-NB-TROP     PIC ZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RGC-TOT-TROP-PERCUS PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-PRET-STATUS      PIC X(2) VALUE ZEROS.
       01  WS-PRT-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-PRT-SCAN         PIC 9(4) VALUE ZEROS.
       01  WS-PRT-TROUVE       PIC 9(4) VALUE ZEROS.
       01  WS-PRT-DEBORDEMENT  PIC X(1) VALUE 'N'.
       01  WS-PRT-APPART       PIC 9(4) VALUE ZEROS.
       01  WS-PRT-ID-RECHERCHE PIC 9(8) VALUE ZEROS.
       01  WS-PRT-NB-APPART    PIC 9(4) VALUE ZEROS.
       01  WS-PRT-NB-ACTIFS    PIC 9(4) VALUE ZEROS.
       01  WS-PRT-NUMERO-MAX   PIC 9(2) VALUE ZEROS.
       01  WS-PRT-NUMERO       PIC 9(2) VALUE ZEROS.
       01  WS-PRT-CHOIX        PIC 9(1) VALUE ZEROS.
       01  WS-PRT-SOMME-CAPITAL PIC 9(10)V99 VALUE ZEROS.
       01  WS-PRT-SOMME-MENSUALITE PIC 9(10)V99 VALUE ZEROS.
       01  WS-PRT-SOMME-PONDEREE PIC 9(12)V9(4) VALUE ZEROS.
       01  WS-PRT-MAX-ECHEANCES PIC 9(4) VALUE ZEROS.
       01  WS-PRT-DIFFERE      PIC X(1) VALUE 'N'.
       01  WS-PRT-DATE-SAISIE  PIC X(8) VALUE SPACES.
       01  WS-PRT-LIGNES.
           05  WS-PRT-LIGNE OCCURS 5000 TIMES PIC X(88).
       01  WS-PRT-CHOISI.
           05  WS-PRT-CH-ID        PIC 9(8).
           05  FILLER              PIC X(1).
           05  WS-PRT-CH-NUMERO    PIC 9(2).
           05  FILLER              PIC X(1).
           05  WS-PRT-CH-BANQUE    PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-PRT-CH-CAPITAL-INITIAL PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  WS-PRT-CH-TAUX      PIC 9(1)V99.
           05  FILLER              PIC X(1).
           05  WS-PRT-CH-DUREE     PIC 9(4).
           05  FILLER              PIC X(1).
           05  WS-PRT-CH-PREMIERE-ECH PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-PRT-CH-MENSUALITE PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  WS-PRT-CH-CAPITAL-RESTANT PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  WS-PRT-CH-ECHEANCES PIC 9(4).
       01  WS-ECH-PRET.
           05  WS-ECH-PRET-NUMERO  PIC 9(2) VALUE ZEROS.
           05  WS-ECH-PRET-BANQUE  PIC X(20) VALUE SPACES.
           05  WS-ECH-PRET-CAPITAL PIC 9(8)V99 VALUE ZEROS.
           05  WS-ECH-PRET-TAUX    PIC 9(1)V99 VALUE ZEROS.
           05  WS-ECH-PRET-ECHEANCES PIC 9(4) VALUE ZEROS.
           05  WS-ECH-PRET-MENSUALITE PIC 9(8)V99 VALUE ZEROS.
           05  WS-ECH-PRET-DUREE   PIC 9(4) VALUE ZEROS.
           05  WS-ECH-PRET-PREMIERE PIC X(8) VALUE SPACES.

       01  WS-OCCUPATION-STATUS PIC X(2) VALUE ZEROS.
       01  WS-OCC-DEBUT        PIC X(6) VALUE SPACES.
       01  WS-OCC-FIN          PIC X(6) VALUE SPACES.
       01  WS-OCC-ANNEE-DEBUT  PIC 9(4) VALUE ZEROS.
       01  WS-OCC-ANNEE-FIN    PIC 9(4) VALUE ZEROS.
       01  WS-OCC-MOIS-DEBUT   PIC 9(2) VALUE ZEROS.
       01  WS-OCC-MOIS-FIN     PIC 9(2) VALUE ZEROS.
       01  WS-OCC-NB-MOIS      PIC 9(4) VALUE ZEROS.
       01  WS-OCC-AUJOURDHUI   PIC X(8) VALUE SPACES.
       01  WS-OCC-LIMITE       PIC X(8) VALUE SPACES.
       01  WS-OCC-APPART       PIC 9(4) VALUE ZEROS.
       01  WS-OCC-SCAN         PIC 9(4) VALUE ZEROS.
       01  WS-OCC-SCAN2        PIC 9(4) VALUE ZEROS.
       01  WS-OCC-OCCUPE       PIC X(1) VALUE 'N'.
       01  WS-OCC-EN-VACANCE   PIC X(1) VALUE 'N'.
       01  WS-OCC-OCCUPES      PIC 9(4) VALUE ZEROS.
       01  WS-OCC-VACANTS      PIC 9(4) VALUE ZEROS.
       01  WS-OCC-TAUX         PIC 9(3)V9 VALUE ZEROS.
       01  WS-OCC-DERNIER-DEBUT PIC X(8) VALUE SPACES.
       01  WS-OCC-DERNIER-LOYER PIC 9(8)V99 VALUE ZEROS.
       01  WS-OCC-MANQUE       PIC 9(12)V99 VALUE ZEROS.
       01  WS-OCC-NB-ECH-APP   PIC 9(4) VALUE ZEROS.
       01  WS-OCC-NB-ANO-APP   PIC 9(4) VALUE ZEROS.
       01  WS-OCC-ECH-DATE     PIC X(8) VALUE SPACES.
       01  WS-OCC-ECH-NATURE   PIC X(22) VALUE SPACES.
       01  WS-OCC-ANNIV        PIC X(8) VALUE SPACES.
       01  WS-OCC-ANNIV-ANNEE  PIC 9(4) VALUE ZEROS.
       01  WS-OCC-ECART        PIC 9(4) VALUE ZEROS.
       01  WS-OCC-QUOTIENT     PIC 9(4) VALUE ZEROS.
       01  WS-OCC-RESTE        PIC 9(4) VALUE ZEROS.
       01  WS-OCC-MOIS-SOURCE  PIC X(6) VALUE SPACES.
       01  WS-OCC-MOIS-EDITE   PIC X(7) VALUE SPACES.
       01  WS-OCC-SECTION      PIC X(1) VALUE 'A'.
       01  WS-OCC-LIGNE-COUNT  PIC 9(4) VALUE ZEROS.
       01  WS-OCC-PAGE-COUNT   PIC 9(4) VALUE ZEROS.
       01  WS-OCC-NB-BAUX      PIC 9(4) VALUE ZEROS.
       01  WS-OCC-BAUX-TABLE.
           05  WS-OCC-BAIL OCCURS 200 TIMES.
               10  WS-OCC-BAIL-DEBUT   PIC X(8).
               10  WS-OCC-BAIL-FIN     PIC X(8).
               10  WS-OCC-BAIL-LOCATAIRE PIC X(30).
       01  WS-OCC-NB-VAC       PIC 9(4) VALUE ZEROS.
       01  WS-OCC-VAC-TABLE.
           05  WS-OCC-VAC OCCURS 240 TIMES.
               10  WS-OCC-VAC-DEBUT    PIC X(6).
               10  WS-OCC-VAC-FIN      PIC X(6).
               10  WS-OCC-VAC-MOIS     PIC 9(4).
       01  WS-OCC-VILLE        PIC X(20) VALUE SPACES.
       01  WS-OCC-NB-VILLES    PIC 9(4) VALUE ZEROS.
       01  WS-OCC-VILLE-TROUVEE PIC 9(4) VALUE ZEROS.
       01  WS-OCC-VILLES-TABLE.
           05  WS-OCC-VIL OCCURS 500 TIMES.
               10  WS-OCC-VIL-NOM      PIC X(20).
               10  WS-OCC-VIL-APPARTS  PIC 9(6).
               10  WS-OCC-VIL-MOIS     PIC 9(8).
               10  WS-OCC-VIL-OCCUPES  PIC 9(8).
               10  WS-OCC-VIL-VACANTS  PIC 9(8).
               10  WS-OCC-VIL-MANQUE   PIC 9(12)V99.
               10  WS-OCC-VIL-ECHEANCES PIC 9(6).
               10  WS-OCC-VIL-ANOMALIES PIC 9(6).
       01  WS-OCC-TOT-APPARTS  PIC 9(6) VALUE ZEROS.
       01  WS-OCC-TOT-MOIS     PIC 9(8) VALUE ZEROS.
       01  WS-OCC-TOT-OCCUPES  PIC 9(8) VALUE ZEROS.
       01  WS-OCC-TOT-VACANTS  PIC 9(8) VALUE ZEROS.
       01  WS-OCC-TOT-MANQUE   PIC 9(12)V99 VALUE ZEROS.
       01  WS-OCC-TOT-ECHEANCES PIC 9(6) VALUE ZEROS.
       01  WS-OCC-TOT-ANOMALIES PIC 9(6) VALUE ZEROS.
       01  OCC-ENTETE.
           05  FILLER              PIC X(35)
               VALUE "RAPPORT D'OCCUPATION ET DE VACANCE ".
           05  FILLER              PIC X(3) VALUE "DU ".
           05  OCC-ENT-DEBUT       PIC X(7).
           05  FILLER              PIC X(4) VALUE " AU ".
           05  OCC-ENT-FIN         PIC X(7).
           05  FILLER              PIC X(10) VALUE " EDITE LE ".
           05  OCC-ENT-DATE        PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  OCC-ENT-PAGE        PIC ZZZ9.
       01  OCC-COLONNES.
           05  FILLER              PIC X(5) VALUE "NUM  ".
           05  FILLER              PIC X(21) VALUE "LIBELLE".
           05  FILLER              PIC X(21) VALUE "VILLE".
           05  FILLER              PIC X(5) VALUE "MOIS ".
           05  FILLER              PIC X(5) VALUE "OCC. ".
           05  FILLER              PIC X(6) VALUE "VAC.  ".
           05  FILLER              PIC X(6) VALUE "TAUX% ".
           05  FILLER              PIC X(14) VALUE "DERNIER LOYER ".
           05  FILLER              PIC X(16) VALUE " MANQUE A GAGNER".
       01  OCC-DETAIL.
           05  OCC-DET-NUMERO      PIC 9(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OCC-DET-LIBELLE     PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OCC-DET-VILLE       PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OCC-DET-MOIS        PIC ZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OCC-DET-OCCUPES     PIC ZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OCC-DET-VACANTS     PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  OCC-DET-TAUX        PIC ZZ9.9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OCC-DET-LOYER       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OCC-DET-MANQUE      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OCC-VACANCE-LIGNE.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "VACANCE DU ".
           05  OCC-VAC-DEBUT       PIC X(7).
           05  FILLER              PIC X(4) VALUE " AU ".
           05  OCC-VAC-FIN         PIC X(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  OCC-VAC-MOIS        PIC ZZZ9.
           05  FILLER              PIC X(7) VALUE " MOIS  ".
           05  FILLER              PIC X(16) VALUE "MANQUE A GAGNER ".
           05  OCC-VAC-MANQUE      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OCC-ECHEANCE-LIGNE.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  OCC-ECH-NATURE      PIC X(22).
           05  OCC-ECH-DATE        PIC X(10).
           05  FILLER              PIC X(12) VALUE "  LOCATAIRE ".
           05  OCC-ECH-LOCATAIRE   PIC X(30).
       01  OCC-CHEVAUCHEMENT-LIGNE.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  FILLER              PIC X(28)
               VALUE "ANOMALIE BAUX CHEVAUCHANTS: ".
           05  OCC-CHV-LOCATAIRE-1 PIC X(20).
           05  FILLER              PIC X(4) VALUE " DU ".
           05  OCC-CHV-DEBUT-1     PIC X(10).
           05  FILLER              PIC X(4) VALUE " ET ".
           05  OCC-CHV-LOCATAIRE-2 PIC X(20).
           05  FILLER              PIC X(4) VALUE " DU ".
           05  OCC-CHV-DEBUT-2     PIC X(10).
       01  OCC-VILLES-TITRE.
           05  FILLER              PIC X(16) VALUE "TOTAUX PAR VILLE".
       01  OCC-VILLES-COLONNES.
           05  FILLER              PIC X(21) VALUE "VILLE".
           05  FILLER              PIC X(6) VALUE "APP. ".
           05  FILLER              PIC X(7) VALUE "  MOIS ".
           05  FILLER              PIC X(7) VALUE "  OCC. ".
           05  FILLER              PIC X(8) VALUE "  VAC.  ".
           05  FILLER              PIC X(6) VALUE "TAUX% ".
           05  FILLER              PIC X(17) VALUE " MANQUE A GAGNER ".
           05  FILLER              PIC X(6) VALUE "ECH.  ".
           05  FILLER              PIC X(5) VALUE "ANOM.".
       01  OCC-TOTAL-LIGNE.
           05  OCC-TOT-VILLE       PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OCC-TOT-APPARTS     PIC ZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OCC-TOT-MOIS        PIC ZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OCC-TOT-OCCUPES     PIC ZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OCC-TOT-VACANTS     PIC ZZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  OCC-TOT-TAUX        PIC ZZ9.9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OCC-TOT-MANQUE      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OCC-TOT-ECHEANCES   PIC ZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  OCC-TOT-ANOMALIES   PIC ZZZZ9.

       01  WS-CHAINE-STATUS    PIC X(2) VALUE ZEROS.
       01  WS-CHN-ACTIVE       PIC X(1) VALUE 'N'.
       01  WS-CHN-ECHEC        PIC X(1) VALUE 'N'.
       01  WS-CHN-PERIODE      PIC X(6) VALUE SPACES.
       01  WS-CHN-ETAPE        PIC 9(1) VALUE ZEROS.
       01  WS-CHN-MODE         PIC 9(2) VALUE ZEROS.
       01  WS-CHN-LIBELLE      PIC X(20) VALUE SPACES.
       01  WS-CHN-DEBUT        PIC X(14) VALUE SPACES.
       01  WS-CHN-STATUT       PIC X(10) VALUE SPACES.
       01  WS-CHN-RC           PIC 9(4) VALUE ZEROS.
       01  WS-CHN-LUS          PIC 9(6) VALUE ZEROS.
       01  WS-CHN-TRAITES      PIC 9(6) VALUE ZEROS.
       01  WS-CHN-ANOMALIES    PIC 9(6) VALUE ZEROS.
       01  WS-CHN-EXECUTEES    PIC 9(1) VALUE ZEROS.
       01  WS-CHN-SAUTEES      PIC 9(1) VALUE ZEROS.
       01  WS-CHN-FAITES.
           05  WS-CHN-FAITE OCCURS 5 TIMES PIC X(1).

       01  WS-FEC-STATUS       PIC X(2) VALUE ZEROS.
       01  WS-FEC-REPORT-STATUS PIC X(2) VALUE ZEROS.
       01  WS-COMPTE-STATUS    PIC X(2) VALUE ZEROS.
       01  WS-FEC-ANNEE        PIC X(4) VALUE SPACES.
       01  WS-FEC-PASSE        PIC 9(1) VALUE ZEROS.
       01  WS-FEC-AUJOURDHUI   PIC X(8) VALUE SPACES.
       01  WS-FEC-NUMERO       PIC 9(6) VALUE ZEROS.
       01  WS-FEC-NB-LIGNES    PIC 9(8) VALUE ZEROS.
       01  WS-FEC-NB-REJETS    PIC 9(6) VALUE ZEROS.
       01  WS-FEC-DESEQUILIBRE PIC X(1) VALUE 'N'.
       01  WS-FEC-JOURNAL      PIC 9(1) VALUE ZEROS.
       01  WS-FEC-PERIODE      PIC X(6) VALUE SPACES.
       01  WS-FEC-DATE         PIC X(8) VALUE SPACES.
       01  WS-FEC-PIECE        PIC X(18) VALUE SPACES.
       01  WS-FEC-LIBELLE      PIC X(40) VALUE SPACES.
       01  WS-FEC-MOTIF        PIC X(20) VALUE SPACES.
       01  WS-FEC-NB-ECR       PIC 9(1) VALUE ZEROS.
       01  WS-FEC-SCAN         PIC 9(4) VALUE ZEROS.
       01  WS-FEC-PAGE-COUNT   PIC 9(4) VALUE ZEROS.
       01  WS-FEC-LIGNE-COUNT  PIC 9(4) VALUE ZEROS.
       01  WS-FEC-SOMME-DEBIT  PIC 9(12)V99 VALUE ZEROS.
       01  WS-FEC-SOMME-CREDIT PIC 9(12)V99 VALUE ZEROS.
       01  WS-FEC-TOTAL-DEBIT  PIC 9(12)V99 VALUE ZEROS.
       01  WS-FEC-TOTAL-CREDIT PIC 9(12)V99 VALUE ZEROS.
       01  WS-FEC-ECART        PIC S9(12)V99 VALUE ZEROS.
       01  WS-FEC-MONTANT      PIC 9(10)V99 VALUE ZEROS.
       01  WS-FEC-MONTANT-R REDEFINES WS-FEC-MONTANT.
           05  WS-FEC-MONTANT-ENT  PIC 9(10).
           05  WS-FEC-MONTANT-DEC  PIC 9(2).
       01  WS-FEC-ECRITURE.
           05  WS-FEC-ECR OCCURS 3 TIMES.
               10  WS-FEC-ECR-COMPTE   PIC X(10).
               10  WS-FEC-ECR-LIBELLE  PIC X(30).
               10  WS-FEC-ECR-DEBIT    PIC 9(10)V99.
               10  WS-FEC-ECR-CREDIT   PIC 9(10)V99.
       01  WS-FEC-JOURNAUX.
           05  WS-FEC-JRN OCCURS 3 TIMES.
               10  WS-FEC-JRN-CODE     PIC X(3).
               10  WS-FEC-JRN-LIBELLE  PIC X(20).
               10  WS-FEC-JRN-NB       PIC 9(6).
               10  WS-FEC-JRN-DEBIT    PIC 9(12)V99.
               10  WS-FEC-JRN-CREDIT   PIC 9(12)V99.
       01  WS-CPT-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-CPT-SCAN         PIC 9(4) VALUE ZEROS.
       01  WS-CPT-TROUVE       PIC 9(4) VALUE ZEROS.
       01  WS-CPT-DEBORDEMENT  PIC X(1) VALUE 'N'.
       01  WS-CPT-CATEGORIE    PIC X(12) VALUE SPACES.
       01  WS-CPT-COMPTE       PIC X(10) VALUE SPACES.
       01  WS-CPT-LIBELLE      PIC X(30) VALUE SPACES.
       01  WS-CPT-LIGNES.
           05  WS-CPT-LIGNE OCCURS 200 TIMES PIC X(54).
       01  WS-CPT-CHOISI.
           05  WS-CPT-CH-CATEGORIE PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-CPT-CH-COMPTE    PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-CPT-CH-LIBELLE   PIC X(30).
       01  FEC-ENTETE.
           05  FILLER              PIC X(40) VALUE
               "JournalCode|JournalLib|EcritureNum|Ecrit".
           05  FILLER              PIC X(40) VALUE
               "ureDate|CompteNum|CompteLib|CompAuxNum|C".
           05  FILLER              PIC X(40) VALUE
               "ompAuxLib|PieceRef|PieceDate|EcritureLib".
           05  FILLER              PIC X(40) VALUE
               "|Debit|Credit|EcritureLet|DateLet|ValidD".
           05  FILLER              PIC X(27) VALUE
               "ate|Montantdevise|Idevise".
       01  FEC-DETAIL.
           05  FEC-DET-JOURNAL-CODE PIC X(3).
           05  FILLER              PIC X(1) VALUE "|".
           05  FEC-DET-JOURNAL-LIB PIC X(20).
           05  FILLER              PIC X(1) VALUE "|".
           05  FEC-DET-NUMERO      PIC 9(6).
           05  FILLER              PIC X(1) VALUE "|".
           05  FEC-DET-DATE        PIC X(8).
           05  FILLER              PIC X(1) VALUE "|".
           05  FEC-DET-COMPTE      PIC X(10).
           05  FILLER              PIC X(1) VALUE "|".
           05  FEC-DET-COMPTE-LIB  PIC X(30).
           05  FILLER              PIC X(2) VALUE "||".
           05  FILLER              PIC X(1) VALUE "|".
           05  FEC-DET-PIECE       PIC X(18).
           05  FILLER              PIC X(1) VALUE "|".
           05  FEC-DET-PIECE-DATE  PIC X(8).
           05  FILLER              PIC X(1) VALUE "|".
           05  FEC-DET-LIBELLE     PIC X(40).
           05  FILLER              PIC X(1) VALUE "|".
           05  FEC-DET-DEBIT-ENT   PIC 9(10).
           05  FILLER              PIC X(1) VALUE ",".
           05  FEC-DET-DEBIT-DEC   PIC 9(2).
           05  FILLER              PIC X(1) VALUE "|".
           05  FEC-DET-CREDIT-ENT  PIC 9(10).
           05  FILLER              PIC X(1) VALUE ",".
           05  FEC-DET-CREDIT-DEC  PIC 9(2).
           05  FILLER              PIC X(3) VALUE "|||".
           05  FEC-DET-VALID-DATE  PIC X(8).
           05  FILLER              PIC X(2) VALUE "||".
       01  FCR-ENTETE.
           05  FILLER              PIC X(33)
               VALUE "CONTROLE DE L'EXPORT FEC EXERCICE".
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FCR-ENT-ANNEE       PIC X(4).
           05  FILLER              PIC X(4) VALUE " AU ".
           05  FCR-ENT-DATE        PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  FCR-ENT-PAGE        PIC ZZZ9.
       01  FCR-COLONNES.
           05  FILLER              PIC X(4) VALUE "JRN ".
           05  FILLER              PIC X(7) VALUE "NUMERO ".
           05  FILLER              PIC X(19) VALUE "PIECE".
           05  FILLER              PIC X(31) VALUE "LIBELLE".
           05  FILLER              PIC X(14) VALUE "         DEBIT".
           05  FILLER              PIC X(14) VALUE "        CREDIT".
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FILLER              PIC X(5) VALUE "MOTIF".
       01  FCR-DETAIL.
           05  FCR-DET-JOURNAL     PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FCR-DET-NUMERO      PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FCR-DET-PIECE       PIC X(18).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FCR-DET-LIBELLE     PIC X(30).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FCR-DET-DEBIT       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FCR-DET-CREDIT      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FCR-DET-MOTIF       PIC X(20).
       01  FCR-JOURNAL-LIGNE.
           05  FILLER              PIC X(8) VALUE "JOURNAL ".
           05  FCR-JRN-CODE        PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FCR-JRN-LIBELLE     PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FCR-JRN-NB          PIC ZZZZZ9.
           05  FILLER              PIC X(6) VALUE " ECR. ".
           05  FCR-JRN-DEBIT       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FCR-JRN-CREDIT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FCR-JRN-ECART       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FCR-JRN-STATUT      PIC X(12).
       01  FCR-CONCLUSION.
           05  FCR-CON-TEXTE       PIC X(40).
           05  FCR-CON-NB          PIC ZZZZZZZ9.
           05  FCR-CON-SUITE       PIC X(40).

       01  WS-EXERCICE-STATUS  PIC X(2) VALUE ZEROS.
       01  WS-SOLDE-STATUS     PIC X(2) VALUE ZEROS.
       01  WS-CLOTURE-STATUS   PIC X(2) VALUE ZEROS.
       01  WS-TRAVAIL-STATUS   PIC X(2) VALUE ZEROS.
       01  WS-HISTO-LOYER-STATUS PIC X(2) VALUE ZEROS.
       01  WS-HISTO-CHARGE-STATUS PIC X(2) VALUE ZEROS.
       01  WS-HISTO-JOURNAL-STATUS PIC X(2) VALUE ZEROS.
       01  WS-HISTO-AUDIT-STATUS PIC X(2) VALUE ZEROS.
       01  WS-HISTO-VALO-STATUS PIC X(2) VALUE ZEROS.
       01  WS-CLO-DERNIERE     PIC X(4) VALUE "0000".
       01  WS-SLR-TROUVE       PIC X(1) VALUE 'N'.
       01  WS-SLR-DU           PIC 9(10)V99 VALUE ZEROS.
       01  WS-SLR-ENCAISSE     PIC 9(10)V99 VALUE ZEROS.
       01  WS-SLR-RESTANT      PIC 9(10)V99 VALUE ZEROS.
       01  WS-CLO-ANNEE        PIC X(4) VALUE SPACES.
       01  WS-CLO-DATE         PIC X(8) VALUE SPACES.
       01  WS-CLO-PERIODE-FIN  PIC X(6) VALUE SPACES.
       01  WS-CLO-CONFIRMER    PIC X(1) VALUE SPACES.
       01  WS-CLO-ERREUR       PIC X(1) VALUE 'N'.
       01  WS-CLO-ECART        PIC X(1) VALUE 'N'.
       01  WS-CLO-DEBORDEMENT  PIC X(1) VALUE 'N'.
       01  WS-CLO-FICHIER      PIC 9(1) VALUE ZEROS.
       01  WS-CLO-ID           PIC 9(8) VALUE ZEROS.
       01  WS-CLO-APPART       PIC 9(4) VALUE ZEROS.
       01  WS-CLO-SCAN         PIC 9(4) VALUE ZEROS.
       01  WS-CLO-NB-SOLDES    PIC 9(4) VALUE ZEROS.
       01  WS-CLO-NB-BAUX      PIC 9(6) VALUE ZEROS.
       01  WS-CLO-BAIL-NB      PIC 9(4) VALUE ZEROS.
       01  WS-CLO-BAIL-DU      PIC 9(10)V99 VALUE ZEROS.
       01  WS-CLO-BAIL-ENCAISSE PIC 9(10)V99 VALUE ZEROS.
       01  WS-CLO-BAIL-RESTANT PIC 9(10)V99 VALUE ZEROS.
       01  WS-CLO-TOTAL-RESTANT PIC 9(12)V99 VALUE ZEROS.
       01  WS-CLO-TOTAL-INTERETS PIC 9(12)V99 VALUE ZEROS.
       01  WS-CLO-SOLDES.
           05  WS-CLO-SOLDE-LIGNE OCCURS 5000 TIMES PIC X(121).
       01  WS-CLO-APPARTS.
           05  WS-CLO-APP OCCURS 9999 TIMES.
               10  WS-CLO-APP-INTERETS    PIC 9(10)V99.
               10  WS-CLO-APP-VAL-DATE    PIC X(8).
               10  WS-CLO-APP-VAL-MONTANT PIC 9(8)V99.
               10  WS-CLO-APP-VAL-GARDEE  PIC X(1).
       01  WS-CLO-FICHIERS.
           05  WS-CLO-FIC OCCURS 5 TIMES.
               10  WS-CLO-FIC-LIBELLE     PIC X(18).
               10  WS-CLO-FIC-AVANT-NB    PIC 9(8).
               10  WS-CLO-FIC-AVANT-MNT   PIC 9(12)V99.
               10  WS-CLO-FIC-GARDES-NB   PIC 9(8).
               10  WS-CLO-FIC-GARDES-MNT  PIC 9(12)V99.
               10  WS-CLO-FIC-HISTO-NB    PIC 9(8).
               10  WS-CLO-FIC-HISTO-MNT   PIC 9(12)V99.
       01  WS-CLO-APRES-NB     PIC 9(8) VALUE ZEROS.
       01  WS-CLO-APRES-MNT    PIC 9(12)V99 VALUE ZEROS.
       01  WS-SLD-CHOISI.
           05  WS-SLD-EXERCICE     PIC X(4).
           05  FILLER              PIC X(1).
           05  WS-SLD-TYPE         PIC X(1).
           05  FILLER              PIC X(1).
           05  WS-SLD-NUMERO       PIC 9(8).
           05  FILLER              PIC X(1).
           05  WS-SLD-DEBUT        PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-SLD-PERIODE      PIC X(6).
           05  FILLER              PIC X(1).
           05  WS-SLD-DU           PIC 9(10)V99.
           05  FILLER              PIC X(1).
           05  WS-SLD-ENCAISSE     PIC 9(10)V99.
           05  FILLER              PIC X(1).
           05  WS-SLD-RESTANT      PIC 9(10)V99.
           05  FILLER              PIC X(1).
           05  WS-SLD-INTERETS     PIC 9(10)V99.
           05  FILLER              PIC X(1).
           05  WS-SLD-VAL-DATE     PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-SLD-VAL-MONTANT  PIC 9(8)V99.
           05  FILLER              PIC X(1).
           05  WS-SLD-DATE-REGLEMENT PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-SLD-OPERATEUR    PIC X(8).
       01  CLO-ENTETE.
           05  FILLER              PIC X(22)
               VALUE "CLOTURE DE L'EXERCICE ".
           05  CLO-ENT-ANNEE       PIC X(4).
           05  FILLER              PIC X(4) VALUE " AU ".
           05  CLO-ENT-DATE        PIC X(10).
       01  CLO-COLONNES.
           05  FILLER              PIC X(19) VALUE "FICHIER".
           05  FILLER              PIC X(9) VALUE "    AVANT".
           05  FILLER              PIC X(17) VALUE "    MONTANT AVANT".
           05  FILLER              PIC X(9) VALUE " CONSERVE".
           05  FILLER              PIC X(9) VALUE "  HISTO.".
           05  FILLER              PIC X(17) VALUE "    MONTANT APRES".
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FILLER              PIC X(8) VALUE "CONTROLE".
       01  CLO-CONTROLE-LIGNE.
           05  CLO-CTL-FICHIER     PIC X(18).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CLO-CTL-AVANT-NB    PIC ZZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CLO-CTL-AVANT-MNT   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CLO-CTL-GARDES-NB   PIC ZZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CLO-CTL-HISTO-NB    PIC ZZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CLO-CTL-APRES-MNT   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CLO-CTL-STATUT      PIC X(10).
       01  CLO-SOLDE-LIGNE.
           05  CLO-SLD-TEXTE       PIC X(40).
           05  CLO-SLD-NB          PIC ZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  CLO-SLD-MONTANT     PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-MODE-CHOICE      PIC 9(2) VALUE ZEROS.
       01  WS-BATCH-APPLIQUEES PIC 9(4) VALUE ZEROS.
       01  WS-BATCH-REJETEES   PIC 9(4) VALUE ZEROS.
       01  WS-BATCH-IGNOREES   PIC 9(4) VALUE ZEROS.
       01  WS-CHECKPOINT-STATUS PIC X(2) VALUE ZEROS.
       01  WS-REPRISE-SEQUENCE PIC 9(6) VALUE ZEROS.
       01  WS-EXTRACTION-STATUS PIC X(2) VALUE ZEROS.
       01  WS-EXT-INDEX        PIC 9(4) VALUE ZEROS.
       01  WS-EXT-NOMBRE       PIC 9(6) VALUE ZEROS.
       01  WS-EXT-SOMME        PIC 9(12)V99 VALUE ZEROS.
       01  WS-CURRENT-DATE     PIC X(21) VALUE SPACES.
       01  WS-AUD-NUMERO       PIC 9(8) VALUE ZEROS.
       01  WS-AUD-CHAMP        PIC X(12) VALUE SPACES.
       01  WS-AUD-ANCIENNE     PIC X(15) VALUE SPACES.
       01  WS-AUD-NOUVELLE     PIC X(15) VALUE SPACES.
       01  WS-PORTFOLIO-LOADED PIC X(1) VALUE 'N'.
       01  WS-OPERATEUR-STATUS PIC X(2) VALUE ZEROS.
       01  WS-OPER-CODE        PIC X(8) VALUE SPACES.
       01  WS-OPER-PROFIL      PIC X(1) VALUE 'M'.
       01  WS-OPER-NOM         PIC X(20) VALUE SPACES.
       01  WS-OPER-TROUVE      PIC X(1) VALUE 'N'.
       01  WS-OPER-IDENTIFIE   PIC X(1) VALUE 'N'.
       01  WS-VALORISATION-STATUS PIC X(2) VALUE ZEROS.
       01  WS-VAL-CHOIX        PIC 9(1) VALUE ZEROS.
       01  WS-VAL-ID           PIC 9(8) VALUE ZEROS.
       01  WS-VAL-DATE         PIC X(8) VALUE SPACES.
       01  WS-VAL-MONTANT      PIC 9(8)V99 VALUE ZEROS.
       01  WS-VAL-ORIGINE      PIC X(20) VALUE SPACES.
       01  WS-VAL-COUNT        PIC 9(4) VALUE ZEROS.

       01  WS-RELEVE-STATUS    PIC X(2) VALUE ZEROS.
       01  WS-RAPPROCHEMENT-STATUS PIC X(2) VALUE ZEROS.
       01  WS-RAP-PERIODE      PIC X(6) VALUE SPACES.
       01  WS-RAP-NB-REL       PIC 9(4) VALUE ZEROS.
       01  WS-RAP-NB-LOY       PIC 9(4) VALUE ZEROS.
       01  WS-RAP-SCAN         PIC 9(4) VALUE ZEROS.
       01  WS-RAP-SCAN2        PIC 9(4) VALUE ZEROS.
       01  WS-RAP-APPARIES     PIC 9(4) VALUE ZEROS.
       01  WS-RAP-SANS-LOYER   PIC 9(4) VALUE ZEROS.
       01  WS-RAP-SANS-VIREMENT PIC 9(4) VALUE ZEROS.
       01  WS-RAP-REL-TABLE.
           05  WS-RAP-REL-ENTREE OCCURS 1000 TIMES.
               10  WS-RAP-REL-DATE     PIC X(8).
               10  WS-RAP-REL-LIBELLE  PIC X(30).
               10  WS-RAP-REL-MONTANT  PIC 9(8)V99.
               10  WS-RAP-REL-APPARIE  PIC X(1).
       01  WS-RAP-LOY-TABLE.
           05  WS-RAP-LOY-ENTREE OCCURS 1000 TIMES.
               10  WS-RAP-LOY-ID       PIC 9(8).
               10  WS-RAP-LOY-MONTANT  PIC 9(8)V99.
               10  WS-RAP-LOY-APPARIE  PIC X(1).
       01  RAP-ENTETE.
           05  FILLER              PIC X(39)
               VALUE "ETAT DE RAPPROCHEMENT BANCAIRE PERIODE ".
           05  RAP-ENT-PERIODE     PIC X(6).
           05  FILLER              PIC X(4) VALUE " DU ".
           05  RAP-ENT-DATE        PIC X(10).
       01  RAP-SECTION-LIGNE   PIC X(50) VALUE SPACES.
       01  RAP-DET-REL.
           05  RAP-REL-DATE        PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RAP-REL-LIBELLE     PIC X(30).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RAP-REL-MONTANT     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RAP-REL-COMPLEMENT  PIC X(20).
       01  RAP-DET-LOY.
           05  FILLER              PIC X(14)
               VALUE "LOYER SAISI - ".
           05  RAP-LOY-ID          PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RAP-LOY-LIBELLE     PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  RAP-LOY-MONTANT     PIC ZZ,ZZZ,ZZ9.99.
       01  RAP-TOTAUX.
           05  FILLER              PIC X(10) VALUE "APPARIES=".
           05  RAP-TOT-APPARIES    PIC ZZZ9.
           05  FILLER              PIC X(19)
               VALUE "  VIREMENTS SEULS=".
           05  RAP-TOT-SANS-LOYER  PIC ZZZ9.
           05  FILLER              PIC X(16)
               VALUE "  LOYERS SEULS=".
           05  ARR-ENT-DATE        PIC X(10).
       01  ARR-COLONNES.
           05  FILLER              PIC X(5) VALUE "NUM  ".
           05  FILLER              PIC X(5) VALUE "PRET ".
           05  FILLER              PIC X(21) VALUE "LIBELLE".
           05  FILLER              PIC X(14) VALUE "      INTERETS".
           05  FILLER              PIC X(15) VALUE "  AMORTISSEMENT".
       01  ARR-DETAIL.
           05  ARR-DET-NUMERO      PIC 9(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ARR-DET-PRET        PIC 9(2).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  ARR-DET-LIBELLE     PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ARR-DET-INTERET     PIC ZZ,ZZZ,ZZ9.99.
       01  WS-SAV-NB-GENS      PIC 9(4) VALUE ZEROS.
       01  WS-SAV-GEN-TROUVEE  PIC 9(4) VALUE ZEROS.
       01  WS-SAV-RESTAURES    PIC 9(4) VALUE ZEROS.
       01  WS-SAV-PRETS-RESTAURES PIC 9(4) VALUE ZEROS.
       01  WS-SAV-DEBORDEMENT  PIC X(1) VALUE 'N'.
       01  WS-SAV-CONFIRMER    PIC X(1) VALUE SPACES.
       01  WS-SAV-LIGNES.
                   " (liste/restauration)" X'0A'
                   " 10 : rapprochement bancaire des loyers" X'0A'
                   " 11 : migration des loyers vers le fichier"
                   " indexé" X'0A'
                   " 12 : révision annuelle des loyers (IRL)" X'0A'
                   " 13 : avis d'échéance et quittances de loyer"
                   X'0A'
                   " 14 : relance des impayés (fin de mois)" X'0A'
                   " 15 : état des dépôts de garantie à restituer"
                   X'0A'
                   " 16 : régularisation annuelle des charges" X'0A'
                   " 17 : rapport d'occupation et de vacance" X'0A'
                   " 18 : chaîne de fin de mois (2, 3, 10, 7, 5)"
                   X'0A'
                   " 19 : export FEC des écritures de l'exercice"
                   X'0A'
                   " 20 : clôture annuelle et purge de l'exercice".
               ACCEPT WS-MODE-CHOICE.

               IF WS-MODE-CHOICE = 2
                   GO TO START-MIGRATION-LOYERS
               END-IF.

               IF WS-MODE-CHOICE = 12
                   GO TO START-REVISION-LOYERS
               END-IF.

               IF WS-MODE-CHOICE = 13
                   GO TO START-EDITION-QUITTANCES
               END-IF.

               IF WS-MODE-CHOICE = 14
                   GO TO START-RELANCES-IMPAYES
               END-IF.

               IF WS-MODE-CHOICE = 15
                   GO TO START-ETAT-DEPOTS
               END-IF.

               IF WS-MODE-CHOICE = 16
                   GO TO START-REGUL-CHARGES
               END-IF.

               IF WS-MODE-CHOICE = 17
                   GO TO START-RAPPORT-OCCUPATION
               END-IF.

               IF WS-MODE-CHOICE = 18
                   GO TO START-CHAINE-FIN-DE-MOIS
               END-IF.

               IF WS-MODE-CHOICE = 19
                   GO TO START-EXPORT-FEC
               END-IF.

               IF WS-MODE-CHOICE = 20
                   GO TO START-CLOTURE-EXERCICE
               END-IF.

       END-START-PROGRAM.
           GO TO START-MENU-CHOICE.

                   " 12 : Gérer les baux et locataires" X'0A'
                   " 13 : Voir le rapport des loyers impayés" X'0A'
                   " 14 : Saisir une charge" X'0A'
                   " 15 : Gérer les valorisations" X'0A'
                   " 16 : Gérer les catégories de charges" X'0A'
                   " 17 : Gérer les prêts d'un appartement".
               ACCEPT WS-MENU-CHOICE.

               IF WS-OPER-PROFIL = 'C' AND
                       GO TO START-SAISIR-CHARGE
                   WHEN 15
                       GO TO START-GESTION-VALORISATIONS
                   WHEN 16
                       GO TO START-GESTION-CATEGORIES
                   WHEN 17
                       GO TO START-GESTION-PRETS
                   WHEN other
                       DISPLAY "Valeur invalide"
                       GO TO START-MENU-CHOICE
                   MOVE 1 TO WS-NEXT-APPART-ID
               END-IF.

               PERFORM CHARGER-PRETS.
               PERFORM REPRENDRE-PRETS-APPARTEMENTS.

       END-LOAD-PORTFOLIO.

       SAVE-APPARTEMENT-FILE.
       END-CALCULE-MENSUALITE-MONTANT.

       RECALCULER-ET-SAUVEGARDER-APPARTEMENT.
               MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 6)
                   TO WS-PRT-ID-RECHERCHE.
               PERFORM COMPTER-PRETS-APPART.
               IF WS-PRT-NB-APPART <= 1
                   MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 2)
                       TO WS-CAPITAL
                   MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 3)
                       TO WS-TAUX-NUM
                   MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 4)
                       TO WS-MENSUALITE
                   PERFORM CALCULER-MENSUALITE-PRET
                   MOVE WS-MONTANT-MENSUEL TO
                       WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 5)
               END-IF.

               MOVE WS-APPART-TOEDIT TO WS-PRT-APPART.
               PERFORM ALIGNER-PRET-PRINCIPAL.
               PERFORM SAUVER-PRETS.

               MOVE WS-APPART-TOEDIT TO WS-SAVE-INDEX.
               PERFORM SAVE-APPARTEMENT-FILE.
               WS-CARAC-APPARTEMENT(WS-LIST-INDEX, 6).
               ADD 1 TO WS-NEXT-APPART-ID.

               MOVE WS-LIST-INDEX TO WS-PRT-APPART.
               PERFORM ALIGNER-PRET-PRINCIPAL.
               PERFORM SAUVER-PRETS.

               MOVE WS-SAISIE-LIBELLE TO
               WS-APPART-LIBELLE(WS-LIST-INDEX).
               MOVE WS-SAISIE-ADRESSE TO

           END-PERFORM.

           MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 6)
               TO WS-PRT-ID-RECHERCHE.
           PERFORM COMPTER-PRETS-APPART.

           MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 1)
               TO WS-TEMP-INT.
           MOVE WS-TEMP-INT TO WS-FORMATED-INT.
               PERFORM WRITE-AUDIT-LINE
               MOVE WS-TEMP-INT TO
               WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 1)
               IF WS-PRT-NB-APPART <= 1
                   MOVE WS-TEMP-INT TO
                   WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 2)
               END-IF
           END-IF.

           IF WS-PRT-NB-APPART > 1
               DISPLAY "Cet appartement est financé par "
                   WS-PRT-NB-APPART " prêts : taux et mensualités"
                   " se modifient prêt par prêt (option 17)."
           ELSE
               PERFORM SAISIR-FINANCEMENT-APPARTEMENT
           END-IF.

           MOVE SPACES TO WS-TEMP-TEXTE.
           DISPLAY "Entrez le libellé ou appuyez sur entrer pour"
       END-EDITER-APPARTEMENT.
           GO TO START-MENU-CHOICE.

       SAISIR-FINANCEMENT-APPARTEMENT.
           MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 3)
               TO WS-TEMP-FLOAT.
           MOVE WS-TEMP-FLOAT TO WS-FORMATED-FLOAT.
           MOVE 9.99 TO WS-TEMP-FLOAT.
           PERFORM UNTIL WS-TEMP-FLOAT = ZEROS OR
               (WS-TEMP-FLOAT >= 0.10 AND WS-TEMP-FLOAT <= 1.50)

               DISPLAY "Entrez le taux d'emprunt ou appuyez sur entrer"
                  " pour conserver la valeur actuel ("
                  WS-FORMATED-FLOAT ") :"
               ACCEPT WS-TEMP-FLOAT

               IF WS-TEMP-FLOAT IS NOT = ZEROS AND
                   (WS-TEMP-FLOAT < 0.10 OR WS-TEMP-FLOAT > 1.50)
                   DISPLAY "Le taux doit être compris entre"
                       " 0.10 et 1.50"
               END-IF

           END-PERFORM.
           IF WS-TEMP-FLOAT > 0
               MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 6)
                   TO WS-AUD-NUMERO
               MOVE "TAUX" TO WS-AUD-CHAMP
               MOVE WS-FORMATED-FLOAT TO WS-AUD-ANCIENNE
               MOVE WS-TEMP-FLOAT TO WS-FORMATED-FLOAT
               MOVE WS-FORMATED-FLOAT TO WS-AUD-NOUVELLE
               PERFORM WRITE-AUDIT-LINE
               MOVE WS-TEMP-FLOAT TO
               WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 3)
           END-IF.

           MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 4)
               TO WS-TEMP-INT.
           MOVE WS-TEMP-INT TO WS-FORMATED-INT.
           DISPLAY "Entrez les mensualités ou appuyez sur entrer"
               " pour conserver la valeur actuel ("WS-FORMATED-INT") :".

           ACCEPT WS-TEMP-INT.
           IF WS-TEMP-INT > 0
               MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 6)
                   TO WS-AUD-NUMERO
               MOVE "MENSUALITES" TO WS-AUD-CHAMP
               MOVE WS-FORMATED-INT TO WS-AUD-ANCIENNE
               MOVE WS-TEMP-INT TO WS-FORMATED-INT
               MOVE WS-FORMATED-INT TO WS-AUD-NOUVELLE
               PERFORM WRITE-AUDIT-LINE
               MOVE WS-TEMP-INT TO
               WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 4)
           END-IF.

       END-SAISIR-FINANCEMENT-APPARTEMENT.

       START-SUPPRIMER-APPARTEMENT.

           DISPLAY X'0A'.

           END-PERFORM.

           MOVE WS-APPART-TOEDIT TO WS-PRT-APPART.
           PERFORM EDITER-ECHEANCIERS-APPART.

           IF WS-PRT-NB-APPART > 1
               MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 5)
                   TO WS-FORMATED-FLOAT
               DISPLAY "Mensualité totale des " WS-PRT-NB-APPART
                   " prêts : " WS-FORMATED-FLOAT
               MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 2)
                   TO WS-FORMATED-FLOAT
               DISPLAY "Capital restant dû total : "
                   WS-FORMATED-FLOAT X'0A'
           END-IF.

       END-ECHEANCIER-APPARTEMENT.
           GO TO START-MENU-CHOICE.
               END-IF
           END-PERFORM.

           PERFORM CHARGER-EXERCICES-CLOS.
           MOVE ZEROS TO WS-SLR-RESTANT.
           IF WS-LOYER-PERIODE(1:4) <= WS-CLO-DERNIERE
               MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 6)
                   TO WS-LOYER-ID
               PERFORM CHERCHER-SOLDE-REPORTE
               IF WS-SLR-RESTANT = ZEROS
                   DISPLAY "L'exercice " WS-LOYER-PERIODE(1:4)
                       " est clôturé, période verrouillée." X'0A'
                   GO TO START-MENU-CHOICE
               END-IF
               MOVE WS-SLR-RESTANT TO WS-FORMATED-FLOAT
               DISPLAY "Exercice clôturé : reste dû reporté pour la"
                   " période " WS-LOYER-PERIODE " : " WS-FORMATED-FLOAT
           END-IF.

           MOVE ZEROS TO WS-LOYER-MONTANT.
           PERFORM UNTIL WS-LOYER-MONTANT > 0
               DISPLAY "Entrez le montant du loyer encaissé : "
               IF WS-LOYER-MONTANT = ZEROS
                   DISPLAY "Le montant doit être supérieur à 0"
               END-IF
               IF WS-SLR-RESTANT > ZEROS AND
                   WS-LOYER-MONTANT > WS-SLR-RESTANT
                   DISPLAY "Le montant ne peut dépasser le reste dû"
                       " reporté"
                   MOVE ZEROS TO WS-LOYER-MONTANT
               END-IF
           END-PERFORM.

           MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 6)
               TO WS-LOYER-ID.
           MOVE 'N' TO WS-LOYER-EXISTE.
           IF WS-SLR-RESTANT = ZEROS
               PERFORM LIRE-LOYER-CLE
           END-IF.

           MOVE 'N' TO WS-LOYER-REMPLACER.
           IF WS-LOYER-EXISTE = 'Y'
               MOVE 'Y' TO WS-LOYER-REMPLACER
           END-IF.

           IF WS-SLR-RESTANT > ZEROS
               PERFORM ENREGISTRER-REGLEMENT-REPORTE
           ELSE
               PERFORM ENREGISTRER-LOYER
           END-IF.
           PERFORM CLORE-RELANCES-PERIODE.

           DISPLAY "Loyer enregistré pour l'appartement n° "
               WS-APPART-TOEDIT " - "
               WS-APPART-LIBELLE(WS-APPART-TOEDIT) X'0A'.
           IF WS-RLC-CLOSES > ZEROS
               DISPLAY "Période soldée : la relance en cours pour "
                   WS-LOYER-PERIODE " est close." X'0A'
           END-IF.

       END-SAISIR-LOYER.
           GO TO START-MENU-CHOICE.
               END-IF
           END-PERFORM.

           PERFORM CHARGER-EXERCICES-CLOS.
           IF WS-CHARGE-PERIODE(1:4) <= WS-CLO-DERNIERE
               DISPLAY "L'exercice " WS-CHARGE-PERIODE(1:4)
                   " est clôturé, période verrouillée." X'0A'
               GO TO START-MENU-CHOICE
           END-IF.

           MOVE SPACES TO WS-CHARGE-CATEGORIE.
           PERFORM UNTIL WS-CHARGE-CATEGORIE IS NOT = SPACES
               DISPLAY "Entrez la catégorie (COPRO, TAXE, ASSURANCE,"
               END-IF
           END-PERFORM.

           PERFORM CHARGER-CATEGORIES.
           MOVE WS-CHARGE-CATEGORIE TO WS-CAT-CODE.
           PERFORM TROUVER-CATEGORIE.
           IF WS-CAT-TROUVE = ZEROS
               DISPLAY "Catégorie non déclarée : charge traitée"
                   " comme non récupérable."
           ELSE
               IF WS-CAT-RECUP = 'O'
                   DISPLAY "Charge récupérable sur le locataire."
               ELSE
                   DISPLAY "Charge non récupérable."
               END-IF
           END-IF.

           MOVE ZEROS TO WS-CHARGE-MONTANT.
           PERFORM UNTIL WS-CHARGE-MONTANT > 0
               DISPLAY "Entrez le montant de la charge : "
               MOVE WS-ARC-CHOISIE-DESC TO
                   WS-DESC-APPARTEMENT(WS-LIST-INDEX)

               MOVE WS-LIST-INDEX TO WS-PRT-APPART
               PERFORM ALIGNER-PRET-PRINCIPAL
               PERFORM SAUVER-PRETS

               IF WS-ARC-CHOISIE-CARAC(6) >= WS-NEXT-APPART-ID
                   COMPUTE WS-NEXT-APPART-ID =
                       WS-ARC-CHOISIE-CARAC(6) + 1

           END-PERFORM.

           PERFORM CHOISIR-PRET-APPART.
           IF WS-PRT-TROUVE = ZEROS
               DISPLAY "Aucun prêt choisi, rien à simuler." X'0A'
               GO TO START-MENU-CHOICE
           END-IF.

           IF WS-PRT-CH-CAPITAL-RESTANT = ZEROS OR
               WS-PRT-CH-ECHEANCES = ZEROS
               DISPLAY "Ce prêt est déjà soldé,"
                   " rien à simuler." X'0A'
               GO TO START-MENU-CHOICE
           END-IF.
           IF WS-TEMP-FLOAT > ZEROS
               MOVE WS-TEMP-FLOAT TO WS-SIM-TAUX
           ELSE
               MOVE WS-PRT-CH-TAUX
                   TO WS-SIM-TAUX
           END-IF.

           IF WS-TEMP-INT > ZEROS
               MOVE WS-TEMP-INT TO WS-SIM-NB
           ELSE
               MOVE WS-PRT-CH-ECHEANCES
                   TO WS-SIM-NB
           END-IF.

           MOVE 99999999 TO WS-SIM-REMB.
           PERFORM UNTIL WS-SIM-REMB <
               WS-PRT-CH-CAPITAL-RESTANT

               DISPLAY "Remboursement anticipé partiel"
                   " (0 = aucun) : "
               ACCEPT WS-SIM-REMB

               IF WS-SIM-REMB >=
                   WS-PRT-CH-CAPITAL-RESTANT
                   DISPLAY "Le remboursement doit être inférieur au"
                       " capital restant dû"
               END-IF
           END-IF.

           COMPUTE WS-SIM-CAPITAL =
               WS-PRT-CH-CAPITAL-RESTANT -
               WS-SIM-REMB.

           MOVE WS-SIM-CAPITAL TO WS-CAPITAL.
           MOVE WS-SIM-TAUX TO WS-TAUX-NUM.
           MOVE WS-SIM-NB TO WS-MENSUALITE.
           PERFORM CALCULER-MENSUALITE-PRET.
           MOVE WS-MONTANT-MENSUEL TO WS-SIM-MONTANT.

           COMPUTE WS-SIM-COUT-ACT =
               WS-PRT-CH-MENSUALITE *
               WS-PRT-CH-ECHEANCES -
               WS-PRT-CH-CAPITAL-RESTANT.

           COMPUTE WS-SIM-COUT-SIM =
               WS-SIM-MONTANT * WS-SIM-NB - WS-SIM-CAPITAL +
           COMPUTE WS-SIM-GAIN = WS-SIM-COUT-ACT - WS-SIM-COUT-SIM.

           DISPLAY X'0A' "Situation actuelle :".
           MOVE WS-PRT-CH-MENSUALITE
               TO WS-FORMATED-FLOAT.
           DISPLAY " - Mensualité : " WS-FORMATED-FLOAT.
           MOVE WS-PRT-CH-ECHEANCES
               TO WS-TEMP-INT.
           MOVE WS-TEMP-INT TO WS-FORMATED-INT.
           DISPLAY " - Mensualités restantes : " WS-FORMATED-INT.
           MOVE WS-PRT-CH-TAUX
               TO WS-FORMATED-FLOAT.
           DISPLAY " - Taux : " WS-FORMATED-FLOAT.
           MOVE WS-SIM-COUT-ACT TO WS-FORMATED-GAIN.
       APPLIQUER-SIMULATION.

           IF WS-SIM-TAUX IS NOT =
               WS-PRT-CH-TAUX
               MOVE WS-PRT-CH-ID
                   TO WS-AUD-NUMERO
               MOVE "TAUX" TO WS-AUD-CHAMP
               MOVE WS-PRT-CH-TAUX
                   TO WS-FORMATED-FLOAT
               MOVE WS-FORMATED-FLOAT TO WS-AUD-ANCIENNE
               MOVE WS-SIM-TAUX TO WS-FORMATED-FLOAT
               MOVE WS-FORMATED-FLOAT TO WS-AUD-NOUVELLE
               PERFORM WRITE-AUDIT-LINE
               MOVE WS-SIM-TAUX TO
                   WS-PRT-CH-TAUX
           END-IF.

           IF WS-SIM-NB IS NOT =
               WS-PRT-CH-ECHEANCES
               MOVE WS-PRT-CH-ID
                   TO WS-AUD-NUMERO
               MOVE "MENSUALITES" TO WS-AUD-CHAMP
               MOVE WS-PRT-CH-ECHEANCES
                   TO WS-TEMP-INT
               MOVE WS-TEMP-INT TO WS-FORMATED-INT
               MOVE WS-FORMATED-INT TO WS-AUD-ANCIENNE
               MOVE WS-FORMATED-INT TO WS-AUD-NOUVELLE
               PERFORM WRITE-AUDIT-LINE
               MOVE WS-SIM-NB TO
                   WS-PRT-CH-ECHEANCES
           END-IF.

           IF WS-SIM-REMB > ZEROS
               MOVE WS-PRT-CH-ID
                   TO WS-AUD-NUMERO
               MOVE "CAPITAL" TO WS-AUD-CHAMP
               MOVE WS-PRT-CH-CAPITAL-RESTANT
                   TO WS-FORMATED-FLOAT
               MOVE WS-FORMATED-FLOAT TO WS-AUD-ANCIENNE
               MOVE WS-SIM-CAPITAL TO WS-FORMATED-FLOAT
               MOVE WS-FORMATED-FLOAT TO WS-AUD-NOUVELLE
               PERFORM WRITE-AUDIT-LINE
               MOVE WS-SIM-CAPITAL TO
                   WS-PRT-CH-CAPITAL-RESTANT
           END-IF.

           MOVE WS-SIM-MONTANT TO
               WS-PRT-CH-MENSUALITE.
           MOVE WS-PRT-CHOISI TO WS-PRT-LIGNE(WS-PRT-TROUVE).
           PERFORM SAUVER-PRETS.

           MOVE WS-APPART-TOEDIT TO WS-PRT-APPART.
           PERFORM SYNCHRONISER-PRETS-APPART.
           MOVE WS-APPART-TOEDIT TO WS-SAVE-INDEX.
           PERFORM SAVE-APPARTEMENT-FILE.

               " 1 : créer un bail" X'0A'
               " 2 : clôturer un bail" X'0A'
               " 3 : consulter les baux d'un appartement" X'0A'
               " 4 : enregistrer la restitution d'un dépôt"
               " de garantie" X'0A'
               " 5 : modifier la provision pour charges" X'0A'
               " 0 : retour au menu".
           ACCEPT WS-BAIL-CHOIX.

                   GO TO START-CLOTURER-BAIL
               WHEN 3
                   GO TO START-CONSULTER-BAUX
               WHEN 4
                   GO TO START-RESTITUER-DEPOT
               WHEN 5
                   GO TO START-MODIFIER-PROVISION
               WHEN 0
                   GO TO START-MENU-CHOICE
               WHEN other
           DISPLAY "Entrez le dépôt de garantie (0 = aucun) : ".
           ACCEPT WS-BAIL-DEPOT.

           DISPLAY "Entrez la provision mensuelle pour charges"
               " (0 = aucune) : ".
           ACCEPT WS-BAIL-PROVISION.

           PERFORM AJOUTER-BAIL.

           DISPLAY "Bail créé pour l'appartement n° "
           END-PERFORM.

           MOVE WS-BAIL-FIN TO WS-BAIL-CHOISI-FIN.
           PERFORM SAISIR-RETENUES-DEPOT.
           PERFORM CALCULER-DEPOT-GARANTIE.
           MOVE WS-BAIL-CHOISI TO WS-BAIL-LIGNE(WS-BAIL-TROUVE).
           PERFORM SAUVER-BAUX.
           PERFORM EDITER-DECOMPTE-DEPOT.

           DISPLAY "Bail clôturé pour l'appartement n° "
               WS-APPART-TOEDIT " - "
               WS-APPART-LIBELLE(WS-APPART-TOEDIT).
           IF WS-DEP-SOLDE < ZEROS
               COMPUTE WS-TEMP-FLOAT = ZEROS - WS-DEP-SOLDE
               MOVE WS-TEMP-FLOAT TO WS-FORMATED-FLOAT
               DISPLAY " - Aucun dépôt à restituer, solde restant"
                   " dû par le locataire : " WS-FORMATED-FLOAT
           ELSE
               MOVE WS-BAIL-CHOISI-DEPOT-RESTITUER TO WS-FORMATED-FLOAT
               DISPLAY " - Dépôt de garantie à restituer : "
                   WS-FORMATED-FLOAT
           END-IF.
           IF WS-BAIL-CHOISI-DEPOT-STATUT = 'N'
               MOVE WS-BAIL-CHOISI-DEPOT-LIMITE TO WS-JDM-DATE
               PERFORM FORMATER-DATE-EDITEE
               DISPLAY " - Date limite de restitution : "
                   WS-JDM-DATE-EDITEE
           END-IF.
           DISPLAY "Décompte de restitution écrit dans"
               " DEPOTGARANTIE.TXT" X'0A'.

       END-CLOTURER-BAIL.
           GO TO START-MENU-CHOICE.
                   END-IF
                   MOVE WS-BAIL-CHOISI-LOYER TO WS-FORMATED-FLOAT
                   DISPLAY " - Loyer mensuel : " WS-FORMATED-FLOAT
                   IF WS-BAIL-CHOISI-REVISION-PERIODE
                           IS NOT = "000000"
                       MOVE WS-BAIL-CHOISI-LOYER-ANCIEN
                           TO WS-FORMATED-FLOAT
                       MOVE WS-BAIL-CHOISI-IRL-INDICE
                           TO WS-FORMATED-INDICE
                       DISPLAY " - Révisé en "
                           WS-BAIL-CHOISI-REVISION-PERIODE
                           " (ancien loyer : " WS-FORMATED-FLOAT
                           ", indice IRL " WS-BAIL-CHOISI-IRL-ANNEE
                           "T" WS-BAIL-CHOISI-IRL-TRIMESTRE " : "
                           WS-FORMATED-INDICE ")"
                   END-IF
                   IF WS-BAIL-CHOISI-PROVISION > ZEROS
                       MOVE WS-BAIL-CHOISI-PROVISION
                           TO WS-FORMATED-FLOAT
                       DISPLAY " - Provision pour charges : "
                           WS-FORMATED-FLOAT
                   END-IF
                   MOVE WS-BAIL-CHOISI-DEPOT TO WS-FORMATED-FLOAT
                   DISPLAY " - Dépôt de garantie : " WS-FORMATED-FLOAT
                   IF WS-BAIL-CHOISI-DEPOT-STATUT = 'N'
                       MOVE WS-BAIL-CHOISI-DEPOT-LIMITE TO WS-JDM-DATE
                       PERFORM FORMATER-DATE-EDITEE
                       MOVE WS-BAIL-CHOISI-DEPOT-RESTITUER
                           TO WS-FORMATED-FLOAT
                       DISPLAY " - Dépôt à restituer : "
                           WS-FORMATED-FLOAT " avant le "
                           WS-JDM-DATE-EDITEE
                   END-IF
                   IF WS-BAIL-CHOISI-DEPOT-STATUT = 'R'
                       MOVE WS-BAIL-CHOISI-DEPOT-DATE-REST
                           TO WS-JDM-DATE
                       PERFORM FORMATER-DATE-EDITEE
                       MOVE WS-BAIL-CHOISI-DEPOT-RESTITUER
                           TO WS-FORMATED-FLOAT
                       DISPLAY " - Dépôt restitué le "
                           WS-JDM-DATE-EDITEE " (montant : "
                           WS-FORMATED-FLOAT ")"
                   END-IF
                   DISPLAY " "
               END-IF

           END-PERFORM.
               PERFORM UNTIL WS-BAIL-FILE-STATUS = "10"
                   IF WS-BAIL-COUNT < 1000
                       ADD 1 TO WS-BAIL-COUNT
                       MOVE BAIL-RECORD TO WS-BAIL-CHOISI
                       PERFORM NORMALISER-BAIL-CHOISI
                       MOVE WS-BAIL-CHOISI
                           TO WS-BAIL-LIGNE(WS-BAIL-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-BAIL-DEBORDEMENT

       END-CHARGER-BAUX.

       NORMALISER-BAIL-CHOISI.
           IF WS-BAIL-CHOISI-LOYER-ANCIEN IS NOT NUMERIC
               MOVE ZEROS TO WS-BAIL-CHOISI-LOYER-ANCIEN
           END-IF.
           IF WS-BAIL-CHOISI-IRL-ANNEE IS NOT NUMERIC
               MOVE ZEROS TO WS-BAIL-CHOISI-IRL-ANNEE
           END-IF.
           IF WS-BAIL-CHOISI-IRL-TRIMESTRE IS NOT NUMERIC
               MOVE ZEROS TO WS-BAIL-CHOISI-IRL-TRIMESTRE
           END-IF.
           IF WS-BAIL-CHOISI-IRL-INDICE IS NOT NUMERIC
               MOVE ZEROS TO WS-BAIL-CHOISI-IRL-INDICE
           END-IF.
           IF WS-BAIL-CHOISI-REVISION-PERIODE IS NOT NUMERIC
               MOVE "000000" TO WS-BAIL-CHOISI-REVISION-PERIODE
           END-IF.
           IF WS-BAIL-CHOISI-DEPOT-RETENUES IS NOT NUMERIC
               MOVE ZEROS TO WS-BAIL-CHOISI-DEPOT-RETENUES
           END-IF.
           IF WS-BAIL-CHOISI-DEPOT-RESTITUER IS NOT NUMERIC
               MOVE ZEROS TO WS-BAIL-CHOISI-DEPOT-RESTITUER
           END-IF.
           IF WS-BAIL-CHOISI-DEPOT-LIMITE IS NOT NUMERIC
               MOVE "00000000" TO WS-BAIL-CHOISI-DEPOT-LIMITE
           END-IF.
           IF WS-BAIL-CHOISI-DEPOT-STATUT IS NOT = 'N' AND
               WS-BAIL-CHOISI-DEPOT-STATUT IS NOT = 'R'
               MOVE SPACE TO WS-BAIL-CHOISI-DEPOT-STATUT
           END-IF.
           IF WS-BAIL-CHOISI-DEPOT-DATE-REST IS NOT NUMERIC
               MOVE "00000000" TO WS-BAIL-CHOISI-DEPOT-DATE-REST
           END-IF.
           IF WS-BAIL-CHOISI-PROVISION IS NOT NUMERIC
               MOVE ZEROS TO WS-BAIL-CHOISI-PROVISION
           END-IF.

       END-NORMALISER-BAIL-CHOISI.

       SAUVER-BAUX.
           IF WS-BAIL-DEBORDEMENT = 'Y'
               DISPLAY "ATTENTION : le fichier des baux dépasse 1000"
           MOVE "00000000" TO BAIL-FIN.
           MOVE WS-BAIL-LOYER TO BAIL-LOYER.
           MOVE WS-BAIL-DEPOT TO BAIL-DEPOT.
           MOVE ZEROS TO BAIL-LOYER-ANCIEN.
           MOVE ZEROS TO BAIL-IRL-ANNEE.
           MOVE ZEROS TO BAIL-IRL-TRIMESTRE.
           MOVE ZEROS TO BAIL-IRL-INDICE.
           MOVE "000000" TO BAIL-REVISION-PERIODE.
           MOVE ZEROS TO BAIL-DEPOT-RETENUES.
           MOVE ZEROS TO BAIL-DEPOT-RESTITUER.
           MOVE "00000000" TO BAIL-DEPOT-LIMITE.
           MOVE SPACE TO BAIL-DEPOT-STATUT.
           MOVE "00000000" TO BAIL-DEPOT-DATE-REST.
           MOVE WS-BAIL-PROVISION TO BAIL-PROVISION.
           WRITE BAIL-RECORD.
           CLOSE BAIL-FILE.

           PERFORM GENERER-RAPPORT-IMPAYES.

       END-START-IMPAYES-BATCH.
           IF WS-CHN-ACTIVE = 'N'
               STOP RUN
           END-IF.

       GENERER-RAPPORT-IMPAYES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:6) TO WS-IMP-PERIODE-CRT.
           IF WS-CHN-ACTIVE = 'Y'
               MOVE WS-CHN-PERIODE TO WS-IMP-PERIODE-CRT
           END-IF.
           MOVE WS-IMP-PERIODE-CRT(1:4) TO WS-IMP-ANNEE-CRT.
           MOVE WS-IMP-PERIODE-CRT(5:2) TO WS-IMP-MOIS-CRT.

           PERFORM CHARGER-BAUX.
           PERFORM CHARGER-REVISIONS-BAIL.

           MOVE ZEROS TO WS-IMP-NB-IMPAYES.
           MOVE ZEROS TO WS-IMP-TOTAL-DU.
               IF WS-IMPAYES-STATUS IS NOT = "00"
                   DISPLAY "Erreur à l'ouverture du fichier"
                       " des impayés : " WS-IMPAYES-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE WS-CURRENT-DATE(7:2) TO IMP-ENT-DATE(1:2)
               MOVE "/" TO IMP-ENT-DATE(3:1)
               END-PERFORM
               CLOSE LOYER-FILE
           END-IF.
           PERFORM CUMULER-SOLDES-REPORTES.

       END-CUMULER-LOYERS-BAIL.


           MOVE WS-BAIL-CHOISI-DEBUT(1:6) TO WS-IMP-PERIODE.
           PERFORM UNTIL WS-IMP-PERIODE > WS-IMP-PERIODE-CRT
               IF WS-IMP-PERIODE(1:4) > WS-CLO-DERNIERE
                   PERFORM CONTROLER-PERIODE-BAIL
               ELSE
                   PERFORM CONTROLER-PERIODE-REPORTEE
               END-IF
               PERFORM INCREMENTER-PERIODE-IMPAYES
           END-PERFORM.

               END-IF
           END-PERFORM.

           PERFORM DETERMINER-LOYER-DU.

           IF WS-IMP-ENCAISSE < WS-IMP-LOYER-DU
               COMPUTE WS-IMP-RESTANT =
                   WS-IMP-LOYER-DU - WS-IMP-ENCAISSE

               MOVE WS-IMP-PERIODE(1:4) TO WS-IMP-ANNEE
               MOVE WS-IMP-PERIODE(5:2) TO WS-IMP-MOIS
               ADD 1 TO WS-IMP-NB-IMPAYES
               ADD WS-IMP-RESTANT TO WS-IMP-TOTAL-DU

               EVALUATE WS-IMP-SORTIE
                   WHEN 2
                       MOVE SPACES TO IMP-DETAIL
                       MOVE WS-IMP-APPART TO IMP-DET-NUMERO
                       IF WS-IMP-APPART > ZEROS
                           MOVE WS-APPART-LIBELLE(WS-IMP-APPART)
                               TO IMP-DET-LIBELLE
                       ELSE
                           MOVE "(INCONNU)" TO IMP-DET-LIBELLE
                       END-IF
                       MOVE WS-BAIL-CHOISI-LOCATAIRE(1:20)
                           TO IMP-DET-LOCATAIRE
                       MOVE WS-IMP-PERIODE TO IMP-DET-PERIODE
                       MOVE WS-IMP-LOYER-DU TO IMP-DET-DU
                       MOVE WS-IMP-ENCAISSE TO IMP-DET-ENCAISSE
                       MOVE WS-IMP-RESTANT TO IMP-DET-RESTANT
                       MOVE WS-IMP-ANCIENNETE TO IMP-DET-ANCIENNETE
                       WRITE IMPAYES-LIGNE FROM IMP-DETAIL
                   WHEN 1
                       IF WS-IMP-APPART > ZEROS
                           DISPLAY "Appartement n° " WS-IMP-APPART
                               " - " WS-APPART-LIBELLE(WS-IMP-APPART)
                               " (" WS-BAIL-CHOISI-LOCATAIRE ")"
                       ELSE
                           DISPLAY "Appartement inconnu (id "
                               WS-BAIL-CHOISI-ID ") - ("
                               WS-BAIL-CHOISI-LOCATAIRE ")"
                       END-IF
                       DISPLAY " - Période " WS-IMP-PERIODE
                           " - ancienneté : " WS-IMP-ANCIENNETE
                       MOVE WS-IMP-LOYER-DU TO WS-FORMATED-FLOAT
                       DISPLAY " - Loyer dû : " WS-FORMATED-FLOAT
                       MOVE WS-IMP-ENCAISSE TO WS-FORMATED-FLOAT
                       DISPLAY " - Encaissé : " WS-FORMATED-FLOAT
                       MOVE WS-IMP-RESTANT TO WS-FORMATED-FLOAT
                       DISPLAY " - Restant dû : " WS-FORMATED-FLOAT
                           X'0A'
                   WHEN 3
                       PERFORM MEMORISER-RESTE-DU
                   WHEN 4
                       PERFORM RELANCER-IMPAYE
                   WHEN 5
                       PERFORM MEMORISER-SOLDE-BAIL
               END-EVALUATE
           END-IF.

       END-CONTROLER-PERIODE-BAIL.

       END-INCREMENTER-PERIODE-IMPAYES.

       DETERMINER-LOYER-DU.
           MOVE WS-BAIL-CHOISI-LOYER TO WS-IMP-LOYER-DU.
           MOVE ZEROS TO WS-RVB-RETENUE.
           PERFORM VARYING WS-RVB-SCAN FROM 1 BY 1
               UNTIL WS-RVB-SCAN > WS-RVB-COUNT
               IF WS-RVB-ID(WS-RVB-SCAN) = WS-BAIL-CHOISI-ID AND
                   WS-RVB-DEBUT(WS-RVB-SCAN) = WS-BAIL-CHOISI-DEBUT AND
                   WS-RVB-PERIODE(WS-RVB-SCAN) > WS-IMP-PERIODE
                   IF WS-RVB-RETENUE = ZEROS
                       MOVE WS-RVB-SCAN TO WS-RVB-RETENUE
                   ELSE
                       IF WS-RVB-PERIODE(WS-RVB-SCAN) <
                           WS-RVB-PERIODE(WS-RVB-RETENUE)
                           MOVE WS-RVB-SCAN TO WS-RVB-RETENUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RVB-RETENUE > ZEROS
               MOVE WS-RVB-ANCIEN-LOYER(WS-RVB-RETENUE)
                   TO WS-IMP-LOYER-DU
           END-IF.
           MOVE WS-IMP-LOYER-DU TO WS-IMP-LOYER-HC.
           MOVE WS-BAIL-CHOISI-PROVISION TO WS-IMP-PROVISION-DU.
           ADD WS-IMP-PROVISION-DU TO WS-IMP-LOYER-DU.

       END-DETERMINER-LOYER-DU.

       CHARGER-REVISIONS-BAIL.
           MOVE ZEROS TO WS-RVB-COUNT.
           MOVE 'N' TO WS-RVB-DEBORDEMENT.
           OPEN INPUT REVISION-BAIL-FILE.
           IF WS-REVISION-BAIL-STATUS IS NOT = "35"
               READ REVISION-BAIL-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-REVISION-BAIL-STATUS
               END-READ
               PERFORM UNTIL WS-REVISION-BAIL-STATUS = "10"
                   IF RVB-ID IS NUMERIC AND
                       RVB-PERIODE IS NUMERIC AND
                       RVB-ANCIEN-LOYER IS NUMERIC
                       IF WS-RVB-COUNT < 3000
                           ADD 1 TO WS-RVB-COUNT
                           MOVE RVB-ID TO WS-RVB-ID(WS-RVB-COUNT)
                           MOVE RVB-DEBUT TO WS-RVB-DEBUT(WS-RVB-COUNT)
                           MOVE RVB-PERIODE
                               TO WS-RVB-PERIODE(WS-RVB-COUNT)
                           MOVE RVB-ANCIEN-LOYER
                               TO WS-RVB-ANCIEN-LOYER(WS-RVB-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-RVB-DEBORDEMENT
                       END-IF
                   END-IF
                   READ REVISION-BAIL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-REVISION-BAIL-STATUS
                   END-READ
               END-PERFORM
               CLOSE REVISION-BAIL-FILE
           END-IF.

           IF WS-RVB-DEBORDEMENT = 'Y'
               DISPLAY "ATTENTION : l'historique des révisions"
                   " dépasse 3000 lignes, les révisions au-delà"
                   " ne sont pas prises en compte dans les loyers"
                   " dus."
           END-IF.

       END-CHARGER-REVISIONS-BAIL.

       CHARGER-SAUVEGARDES.
           MOVE ZEROS TO WS-SAV-COUNT.
           MOVE ZEROS TO WS-SAV-GEN-MAX.
                       CLOSE APPART-FILE
                   END-IF

                   OPEN INPUT PRET-FILE
                   IF WS-PRET-STATUS IS NOT = "35"
                       READ PRET-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-PRET-STATUS
                       END-READ
                       PERFORM UNTIL WS-PRET-STATUS = "10"
                           MOVE SPACES TO SAVE-RECORD
                           MOVE WS-SAV-GEN-NOUVELLE TO SAV-GENERATION
                           MOVE WS-CURRENT-DATE(1:8) TO SAV-DATE
                           MOVE "PRET" TO SAV-IMAGE(1:4)
                           MOVE PRET-RECORD TO SAV-IMAGE(5:88)
                           WRITE SAVE-RECORD
                           READ PRET-FILE NEXT RECORD
                               AT END MOVE "10" TO WS-PRET-STATUS
                           END-READ
                       END-PERFORM
                       CLOSE PRET-FILE
                   END-IF

                   CLOSE SAVE-FILE
                   MOVE 'Y' TO WS-SAUVEGARDE-FAITE
                   DISPLAY "Sauvegarde du portefeuille écrite"
               GO TO END-START-GESTION-SAUVEGARDES
           END-IF.

           OPEN OUTPUT PRET-FILE.
           IF WS-PRET-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture du fichier des"
                   " prêts : " WS-PRET-STATUS
               CLOSE APPART-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-START-GESTION-SAUVEGARDES
           END-IF.

           MOVE ZEROS TO WS-SAV-PRETS-RESTAURES.
           PERFORM VARYING WS-SAV-SCAN FROM 1 BY 1
               UNTIL WS-SAV-SCAN > WS-SAV-COUNT
               MOVE WS-SAV-LIGNE(WS-SAV-SCAN) TO WS-SAV-CHOISIE
               IF WS-SAV-CH-GENERATION = WS-SAV-GEN-CHOISIE
                   IF WS-SAV-CH-IMAGE(1:4) = "PRET"
                       MOVE WS-SAV-CH-IMAGE(5:88) TO PRET-RECORD
                       WRITE PRET-RECORD
                       ADD 1 TO WS-SAV-PRETS-RESTAURES
                   ELSE
                       MOVE WS-SAV-CH-IMAGE TO APPART-RECORD
                       WRITE APPART-RECORD
                       ADD 1 TO WS-SAV-RESTAURES
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE APPART-FILE.
           CLOSE PRET-FILE.

           MOVE WS-SAV-RESTAURES TO WS-FORMATED-INT.
           DISPLAY "Portefeuille restauré : " WS-FORMATED-INT
               " enregistrement(s) repris de la génération "
               WS-SAV-GEN-CHOISIE "." X'0A'.
           MOVE WS-SAV-PRETS-RESTAURES TO WS-FORMATED-INT.
           DISPLAY "Prêts restaurés : " WS-FORMATED-INT X'0A'.

       END-START-GESTION-SAUVEGARDES.
           STOP RUN.
           PERFORM LOAD-PORTFOLIO.

           MOVE SPACES TO WS-RAP-PERIODE.
           IF WS-CHN-ACTIVE = 'Y'
               MOVE WS-CHN-PERIODE TO WS-RAP-PERIODE
           END-IF.
           PERFORM UNTIL WS-RAP-PERIODE IS NUMERIC
               DISPLAY "Entrez la période à rapprocher (AAAAMM) : "
               ACCEPT WS-RAP-PERIODE
               END-IF
           END-PERFORM.

           PERFORM CHARGER-EXERCICES-CLOS.
           IF WS-RAP-PERIODE(1:4) <= WS-CLO-DERNIERE
               DISPLAY "L'exercice " WS-RAP-PERIODE(1:4)
                   " est clôturé, rapprochement refusé." X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-RAPPROCHEMENT
           END-IF.

           MOVE ZEROS TO WS-RAP-NB-LOY.
           OPEN INPUT LOYER-FILE.
           IF WS-LOYER-FILE-STATUS IS NOT = "35"
           END-IF.

       END-START-RAPPROCHEMENT.
           IF WS-CHN-ACTIVE = 'N'
               STOP RUN
           END-IF.

       START-MIGRATION-LOYERS.

               END-IF
           END-PERFORM.

           PERFORM CHARGER-EXERCICES-CLOS.
           IF WS-FIS-ANNEE <= WS-CLO-DERNIERE
               DISPLAY "L'exercice " WS-FIS-ANNEE " est clôturé, "
                   "état refusé." X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-ETAT-FISCAL
           END-IF.

           PERFORM VARYING WS-FIS-SCAN FROM 1 BY 1
               UNTIL WS-FIS-SCAN > WS-NB-APPARTEMENTS
               MOVE ZEROS TO WS-FIS-LOYER-CUMUL(WS-FIS-SCAN)
                   TO WS-FIS-INTERETS
           END-IF.

           IF WS-FIS-JOURNAL-FLAG(WS-FIS-INDEX) IS NOT = 'Y'
               MOVE WS-CARAC-APPARTEMENT(WS-FIS-INDEX, 6)
                   TO WS-PRT-ID-RECHERCHE
               PERFORM VARYING WS-PRT-SCAN FROM 1 BY 1
                   UNTIL WS-PRT-SCAN > WS-PRT-COUNT
                   MOVE WS-PRT-LIGNE(WS-PRT-SCAN) TO WS-PRT-CHOISI
                   IF WS-PRT-CH-ID = WS-PRT-ID-RECHERCHE
                       PERFORM ESTIMER-INTERETS-PRET
                   END-IF
               END-PERFORM
           END-IF.

       END-CALCULER-INTERETS-ANNEE.

       ESTIMER-INTERETS-PRET.
           MOVE 'N' TO WS-PRT-DIFFERE.
           IF WS-PRT-CH-PREMIERE-ECH IS NUMERIC AND
               WS-PRT-CH-PREMIERE-ECH IS NOT = "00000000" AND
               WS-PRT-CH-PREMIERE-ECH(1:4) > WS-FIS-ANNEE
               MOVE 'Y' TO WS-PRT-DIFFERE
           END-IF.

           IF WS-PRT-DIFFERE = 'N' AND
               WS-PRT-CH-CAPITAL-RESTANT > ZEROS AND
               WS-PRT-CH-ECHEANCES > ZEROS AND
               WS-PRT-CH-MENSUALITE > ZEROS

               MOVE WS-PRT-CH-CAPITAL-RESTANT TO WS-FIS-CAPITAL
               MOVE WS-PRT-CH-TAUX TO WS-TAUX-NUM
               COMPUTE WS-TAUX-MENSUEL = WS-TAUX-NUM / 12
               MOVE WS-PRT-CH-ECHEANCES TO WS-FIS-NB-ECHEANCES
               IF WS-FIS-NB-ECHEANCES > 12
                   MOVE 12 TO WS-FIS-NB-ECHEANCES
               END-IF
               IF WS-PRT-CH-PREMIERE-ECH IS NUMERIC AND
                   WS-PRT-CH-PREMIERE-ECH IS NOT = "00000000" AND
                   WS-PRT-CH-PREMIERE-ECH(1:4) = WS-FIS-ANNEE
                   MOVE WS-PRT-CH-PREMIERE-ECH(5:2) TO WS-FIS-MOIS
                   IF WS-FIS-NB-ECHEANCES > 13 - WS-FIS-MOIS
                       COMPUTE WS-FIS-NB-ECHEANCES = 13 - WS-FIS-MOIS
                   END-IF
               END-IF

               PERFORM VARYING WS-FIS-MOIS FROM 1 BY 1
                   UNTIL WS-FIS-MOIS > WS-FIS-NB-ECHEANCES
                   COMPUTE WS-FIS-INTERET-MOIS ROUNDED =
                       WS-FIS-CAPITAL * WS-TAUX-MENSUEL
                   COMPUTE WS-FIS-AMORTI-MOIS ROUNDED =
                       WS-PRT-CH-MENSUALITE - WS-FIS-INTERET-MOIS

                   IF WS-FIS-AMORTI-MOIS > WS-FIS-CAPITAL
                       MOVE WS-FIS-CAPITAL TO WS-FIS-AMORTI-MOIS
               END-PERFORM
           END-IF.

       END-ESTIMER-INTERETS-PRET.

       ECRIRE-DETAIL-FISCAL.
           IF WS-FIS-LIGNE-COUNT >= 60
           MOVE "BATCH" TO WS-OPER-CODE.
           PERFORM LOAD-PORTFOLIO.
           PERFORM SAUVEGARDER-GENERATION.
           PERFORM CHARGER-EXERCICES-CLOS.

           MOVE ZEROS TO WS-REPRISE-SEQUENCE.
           OPEN INPUT CHECKPOINT-FILE.
               WS-BATCH-IGNOREES " déjà validée(s)." X'0A'.

       END-START-BATCH-MODE.
           IF WS-CHN-ACTIVE = 'N'
               STOP RUN
           END-IF.

       ECRIRE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE TRANS-NUMERO TO REP-NUMERO.
           MOVE SPACES TO REP-LIBELLE.

           MOVE ZEROS TO WS-PRT-NB-APPART.
           IF TRANS-NUMERO > ZEROS AND
               TRANS-NUMERO <= WS-NB-APPARTEMENTS
               MOVE WS-CARAC-APPARTEMENT(TRANS-NUMERO, 6)
                   TO WS-PRT-ID-RECHERCHE
               PERFORM COMPTER-PRETS-APPART
           END-IF.

           IF TRANS-NUMERO = ZEROS OR TRANS-NUMERO > WS-NB-APPARTEMENTS
               MOVE "REJETEE" TO REP-STATUT
               MOVE "Numero d'appartement invalide" TO REP-MESSAGE
                   WRITE BATCH-REPORT-RECORD
                   ADD 1 TO WS-BATCH-REJETEES
               ELSE
               IF WS-PRT-NB-APPART > 1 AND
                   (TRANS-TAUX > ZEROS OR TRANS-MENSUALITE > ZEROS)
                   MOVE "REJETEE" TO REP-STATUT
                   MOVE "Plusieurs prets : modifier pret par pret"
                       TO REP-MESSAGE
                   WRITE BATCH-REPORT-RECORD
                   ADD 1 TO WS-BATCH-REJETEES
               ELSE
               MOVE TRANS-NUMERO TO WS-APPART-TOEDIT
               MOVE WS-APPART-LIBELLE(WS-APPART-TOEDIT) TO REP-LIBELLE

                   PERFORM WRITE-AUDIT-LINE
                   MOVE TRANS-PRIX TO
                       WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 1)
                   IF WS-PRT-NB-APPART <= 1
                       MOVE TRANS-PRIX TO
                           WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 2)
                   END-IF
               END-IF

               IF TRANS-TAUX > ZEROS
               WRITE BATCH-REPORT-RECORD
               ADD 1 TO WS-BATCH-APPLIQUEES
               END-IF
               END-IF
           END-IF.

       END-TRAITER-EDITION-BATCH.
                       WRITE BATCH-REPORT-RECORD
                       ADD 1 TO WS-BATCH-REJETEES
                   ELSE
                       IF TRANS-PERIODE(1:4) <= WS-CLO-DERNIERE
                           PERFORM TRAITER-REGLEMENT-BATCH
                       ELSE
                           MOVE WS-APPART-LIBELLE(TRANS-NUMERO)
                               TO REP-LIBELLE
                           MOVE WS-CARAC-APPARTEMENT(TRANS-NUMERO, 6)
                               TO WS-LOYER-ID
                           MOVE TRANS-PERIODE TO WS-LOYER-PERIODE
                           PERFORM LIRE-LOYER-CLE

                           IF WS-LOYER-EXISTE = 'Y'
                               MOVE "REJETEE" TO REP-STATUT
                               MOVE "Periode deja enregistree"
                                   TO REP-MESSAGE
                               WRITE BATCH-REPORT-RECORD
                               ADD 1 TO WS-BATCH-REJETEES
                           ELSE
                               MOVE TRANS-LOYER-MONTANT
                                   TO WS-LOYER-MONTANT
                               MOVE 'N' TO WS-LOYER-REMPLACER
                               PERFORM ENREGISTRER-LOYER
                               PERFORM CLORE-RELANCES-PERIODE

                               MOVE "APPLIQUEE" TO REP-STATUT
                               IF WS-RLC-CLOSES > ZEROS
                                   MOVE
                                       "Loyer enregistre, relance close"
                                       TO REP-MESSAGE
                               ELSE
                                   MOVE "Loyer enregistre"
                                       TO REP-MESSAGE
                               END-IF
                               WRITE BATCH-REPORT-RECORD
                               ADD 1 TO WS-BATCH-APPLIQUEES
                           END-IF
                       END-IF
                   END-IF
               END-IF

       END-TRAITER-LOYER-BATCH.

       TRAITER-REGLEMENT-BATCH.
           MOVE WS-APPART-LIBELLE(TRANS-NUMERO) TO REP-LIBELLE.
           MOVE WS-CARAC-APPARTEMENT(TRANS-NUMERO, 6) TO WS-LOYER-ID.
           MOVE TRANS-PERIODE TO WS-LOYER-PERIODE.
           PERFORM CHERCHER-SOLDE-REPORTE.

           IF WS-SLR-RESTANT = ZEROS
               MOVE "REJETEE" TO REP-STATUT
               MOVE "Exercice clos, periode verrouillee"
                   TO REP-MESSAGE
               WRITE BATCH-REPORT-RECORD
               ADD 1 TO WS-BATCH-REJETEES
           ELSE
               IF TRANS-LOYER-MONTANT > WS-SLR-RESTANT
                   MOVE "REJETEE" TO REP-STATUT
                   MOVE "Montant superieur au reste du reporte"
                       TO REP-MESSAGE
                   WRITE BATCH-REPORT-RECORD
                   ADD 1 TO WS-BATCH-REJETEES
               ELSE
                   MOVE TRANS-LOYER-MONTANT TO WS-LOYER-MONTANT
                   PERFORM ENREGISTRER-REGLEMENT-REPORTE
                   PERFORM CLORE-RELANCES-PERIODE

                   MOVE "APPLIQUEE" TO REP-STATUT
                   IF WS-RLC-CLOSES > ZEROS
                       MOVE "Reste du reporte regle, relance close"
                           TO REP-MESSAGE
                   ELSE
                       MOVE "Reglement sur reste du reporte"
                           TO REP-MESSAGE
                   END-IF
                   WRITE BATCH-REPORT-RECORD
                   ADD 1 TO WS-BATCH-APPLIQUEES
               END-IF
           END-IF.

       END-TRAITER-REGLEMENT-BATCH.

       TRAITER-BAIL-BATCH.
           MOVE 'B' TO REP-TYPE.
           MOVE TRANS-NUMERO TO REP-NUMERO.
               WRITE BATCH-REPORT-RECORD
               ADD 1 TO WS-BATCH-REJETEES
           ELSE
               IF TRANS-PERIODE IS NOT NUMERIC OR
                   TRANS-PERIODE(1:4) <= WS-CLO-DERNIERE
                   MOVE "REJETEE" TO REP-STATUT
                   IF TRANS-PERIODE IS NOT NUMERIC
                       MOVE "Periode invalide (AAAAMM)" TO REP-MESSAGE
                   ELSE
                       MOVE "Exercice clos, periode verrouillee"
                           TO REP-MESSAGE
                   END-IF
                   WRITE BATCH-REPORT-RECORD
                   ADD 1 TO WS-BATCH-REJETEES
               ELSE
           ELSE
               MOVE WS-BAIL-LIGNE(WS-BAIL-TROUVE) TO WS-BAIL-CHOISI
               MOVE TRANS-DATE-FIN TO WS-BAIL-CHOISI-FIN
               MOVE ZEROS TO WS-DEP-NB-POSTES
               PERFORM CALCULER-DEPOT-GARANTIE
               MOVE WS-BAIL-CHOISI TO WS-BAIL-LIGNE(WS-BAIL-TROUVE)
               PERFORM SAUVER-BAUX
               PERFORM EDITER-DECOMPTE-DEPOT

               MOVE "APPLIQUEE" TO REP-STATUT
               MOVE "Bail cloture, decompte depot edite"
                   TO REP-MESSAGE
               WRITE BATCH-REPORT-RECORD
               ADD 1 TO WS-BATCH-APPLIQUEES
           END-IF
                           MOVE TRANS-DATE-DEBUT TO WS-BAIL-DEBUT
                           MOVE TRANS-LOYER-MONTANT TO WS-BAIL-LOYER
                           MOVE TRANS-DEPOT TO WS-BAIL-DEPOT
                           IF TRANS-PROVISION IS NUMERIC
                               MOVE TRANS-PROVISION
                                   TO WS-BAIL-PROVISION
                           ELSE
                               MOVE ZEROS TO WS-BAIL-PROVISION
                           END-IF
                           PERFORM AJOUTER-BAIL

                           MOVE "APPLIQUEE" TO REP-STATUT
           PERFORM LOAD-PORTFOLIO.

           MOVE SPACES TO WS-ARRETE-PERIODE.
           IF WS-CHN-ACTIVE = 'Y'
               MOVE WS-CHN-PERIODE TO WS-ARRETE-PERIODE
           END-IF.
           PERFORM UNTIL WS-ARRETE-PERIODE IS NUMERIC
               DISPLAY "Entrez la période de l'arrêté (AAAAMM) : "
               ACCEPT WS-ARRETE-PERIODE
               END-IF
           END-PERFORM.

           PERFORM CHARGER-EXERCICES-CLOS.
           IF WS-ARRETE-PERIODE(1:4) <= WS-CLO-DERNIERE
               DISPLAY "L'exercice " WS-ARRETE-PERIODE(1:4)
                   " est clôturé, arrêté refusé." X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-ARRETE-MENSUEL
           END-IF.

           PERFORM CONTROLER-PERIODE-JOURNALISEE.

           OPEN OUTPUT ARRETE-REPORT-FILE.
               UNTIL WS-ARRETE-INDEX > WS-NB-APPARTEMENTS

               IF WS-CARAC-APPARTEMENT(WS-ARRETE-INDEX, 1) > ZEROS
                   PERFORM VARYING WS-PRT-SCAN FROM 1 BY 1
                       UNTIL WS-PRT-SCAN > WS-PRT-COUNT
                       MOVE WS-PRT-LIGNE(WS-PRT-SCAN) TO WS-PRT-CHOISI
                       IF WS-PRT-CH-ID =
                           WS-CARAC-APPARTEMENT(WS-ARRETE-INDEX, 6)
                           PERFORM APPLIQUER-ECHEANCE-PRET
                       END-IF
                   END-PERFORM
                   MOVE WS-ARRETE-INDEX TO WS-PRT-APPART
                   PERFORM SYNCHRONISER-PRETS-APPART
               END-IF

           END-PERFORM.

           CLOSE JOURNAL-PRET-FILE.

           PERFORM SAUVER-PRETS.
           PERFORM SAVE-ALL-PORTFOLIO-FILE.

           MOVE WS-ARRETE-TRAITES TO ARR-TOT-TRAITES.
           DISPLAY "Compte rendu écrit dans ARRETEREPORT.TXT" X'0A'.

       END-START-ARRETE-MENSUEL.
           IF WS-CHN-ACTIVE = 'N'
               STOP RUN
           END-IF.

       APPLIQUER-ECHEANCE-PRET.
           MOVE 'N' TO WS-PRT-DIFFERE.
           IF WS-PRT-CH-PREMIERE-ECH IS NUMERIC AND
               WS-PRT-CH-PREMIERE-ECH IS NOT = "00000000" AND
               WS-PRT-CH-PREMIERE-ECH(1:6) > WS-ARRETE-PERIODE
               MOVE 'Y' TO WS-PRT-DIFFERE
           END-IF.

           IF WS-PRT-DIFFERE = 'N' AND
               WS-PRT-CH-CAPITAL-RESTANT > ZEROS AND
               WS-PRT-CH-ECHEANCES > ZEROS AND
               WS-PRT-CH-MENSUALITE > ZEROS

               MOVE WS-PRT-CH-TAUX TO WS-TAUX-NUM
               COMPUTE WS-TAUX-MENSUEL = WS-TAUX-NUM / 12
               COMPUTE WS-ARRETE-INTERET ROUNDED =
                   WS-PRT-CH-CAPITAL-RESTANT * WS-TAUX-MENSUEL
               COMPUTE WS-ARRETE-AMORTI ROUNDED =
                   WS-PRT-CH-MENSUALITE - WS-ARRETE-INTERET

               IF WS-ARRETE-AMORTI > WS-PRT-CH-CAPITAL-RESTANT
                   MOVE WS-PRT-CH-CAPITAL-RESTANT TO WS-ARRETE-AMORTI
               END-IF

               SUBTRACT WS-ARRETE-AMORTI FROM WS-PRT-CH-CAPITAL-RESTANT
               SUBTRACT 1 FROM WS-PRT-CH-ECHEANCES
               ADD 1 TO WS-ARRETE-TRAITES

               MOVE SPACES TO ARR-DETAIL
               MOVE WS-ARRETE-INDEX TO ARR-DET-NUMERO
               MOVE WS-PRT-CH-NUMERO TO ARR-DET-PRET
               MOVE WS-APPART-LIBELLE(WS-ARRETE-INDEX)
                   TO ARR-DET-LIBELLE
               MOVE WS-ARRETE-INTERET TO ARR-DET-INTERET
               MOVE WS-ARRETE-AMORTI TO ARR-DET-AMORTI
               MOVE WS-PRT-CH-CAPITAL-RESTANT TO ARR-DET-RESTANT
               MOVE SPACES TO ARR-DET-STATUT

               MOVE SPACES TO JOURNAL-PRET-RECORD
               MOVE WS-PRT-CH-ID TO JRN-NUMERO
               MOVE WS-ARRETE-PERIODE TO JRN-PERIODE
               MOVE WS-ARRETE-INTERET TO JRN-INTERET
               MOVE WS-ARRETE-AMORTI TO JRN-AMORTI
               MOVE WS-PRT-CH-CAPITAL-RESTANT TO JRN-CAPITAL-APRES
               MOVE WS-PRT-CH-NUMERO TO JRN-PRET
               WRITE JOURNAL-PRET-RECORD

               IF WS-PRT-CH-CAPITAL-RESTANT = ZEROS OR
                   WS-PRT-CH-ECHEANCES = ZEROS
                   MOVE ZEROS TO WS-PRT-CH-CAPITAL-RESTANT
                   MOVE ZEROS TO WS-PRT-CH-ECHEANCES
                   ADD 1 TO WS-ARRETE-SOLDES
                   MOVE "SOLDE" TO ARR-DET-STATUT
               END-IF

               WRITE ARRETE-REPORT-LIGNE FROM ARR-DETAIL
               MOVE WS-PRT-CHOISI TO WS-PRT-LIGNE(WS-PRT-SCAN)
           END-IF.

       END-APPLIQUER-ECHEANCE-PRET.

       CONTROLER-PERIODE-JOURNALISEE.
           MOVE 'N' TO WS-ARRETE-DEJA.

       START-CONTROLE-INTEGRITE.

           PERFORM CHARGER-PRETS.

           OPEN OUTPUT CONTROLE-FILE.
           IF WS-CONTROLE-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture du fichier"
               " appartement(s) extrait(s)." X'0A'.

       END-START-EXTRACTION-COMPTABLE.
           IF WS-CHN-ACTIVE = 'N'
               STOP RUN
           END-IF.

       START-EDITIONS-FICHIER.

           PERFORM LOAD-PORTFOLIO.

           MOVE 2 TO WS-SORTIE-CHOIX.
           MOVE ZEROS TO WS-SORT-KEY.
           MOVE ZEROS TO WS-FILTER-COL.
           MOVE ZEROS TO WS-FILTER-MIN.
           MOVE ZEROS TO WS-FILTER-MAX.
           CALL 'PrintAppartmennts' USING
               TABLEAU,
               WS-LIST-INDEX,
               WS-NB-APPARTEMENTS,
               WS-SORT-KEY,
               WS-FILTER-COL,
               WS-FILTER-MIN,
               WS-FILTER-MAX,
               WS-SORTIE-CHOIX.

           PERFORM VARYING WS-EDITION-INDEX FROM 1 BY 1
               UNTIL WS-EDITION-INDEX > WS-NB-APPARTEMENTS

               IF WS-CARAC-APPARTEMENT(WS-EDITION-INDEX, 1) > ZEROS
                   MOVE WS-EDITION-INDEX TO WS-PRT-APPART
                   PERFORM EDITER-ECHEANCIERS-APPART
               END-IF

           END-PERFORM.

           DISPLAY "Éditions sur fichier terminées." X'0A'.

       END-START-EDITIONS-FICHIER.
           STOP RUN.

       ECRIRE-DETAIL-EXTRACTION.
           MOVE SPACES TO EXT-DETAIL-RECORD.
           MOVE "DET" TO EXT-DET-TYPE.
           MOVE ";" TO EXT-DET-SEP1.
           MOVE WS-EXT-INDEX TO EXT-DET-NUMERO.
           MOVE ";" TO EXT-DET-SEP2.
           MOVE WS-CARAC-APPARTEMENT(WS-EXT-INDEX, 6) TO EXT-DET-ID.
           MOVE ";" TO EXT-DET-SEP3.
           MOVE WS-CARAC-APPARTEMENT(WS-EXT-INDEX, 1) TO EXT-DET-PRIX.
           MOVE ";" TO EXT-DET-SEP4.
           MOVE WS-CARAC-APPARTEMENT(WS-EXT-INDEX, 2)
               TO EXT-DET-CAPITAL.
           MOVE ";" TO EXT-DET-SEP5.
           MOVE WS-CARAC-APPARTEMENT(WS-EXT-INDEX, 3) TO EXT-DET-TAUX.
           MOVE ";" TO EXT-DET-SEP6.
           MOVE WS-CARAC-APPARTEMENT(WS-EXT-INDEX, 4)
               TO EXT-DET-MENSUALITES.
           MOVE ";" TO EXT-DET-SEP7.
           MOVE WS-CARAC-APPARTEMENT(WS-EXT-INDEX, 5)
               TO EXT-DET-MONTANT.
           WRITE EXT-DETAIL-RECORD.

       END-ECRIRE-DETAIL-EXTRACTION.

       CONTROLER-ENREGISTREMENT.

           MOVE WS-FILE-CARAC-APPARTEMENT(6) TO WS-PRT-ID-RECHERCHE.
           PERFORM COMPTER-PRETS-APPART.

           IF WS-FILE-APPART-NUMERO IS NOT = WS-CTL-ATTENDU
               MOVE "SEQUENCE" TO WS-CTL-ANOMALIE-LIB
               MOVE "trou dans la numerotation, attendu"
                   TO WS-CTL-DETAIL-LIB
               MOVE WS-CTL-ATTENDU TO WS-CTL-VALEUR-LIB
               PERFORM ECRIRE-ANOMALIE
           END-IF.

           IF WS-FILE-CARAC-APPARTEMENT(1) > ZEROS
               AND WS-PRT-NB-APPART = ZEROS
               AND (WS-FILE-CARAC-APPARTEMENT(3) < 0.10
                   OR WS-FILE-CARAC-APPARTEMENT(3) > 1.50)
               MOVE "TAUX" TO WS-CTL-ANOMALIE-LIB
               MOVE "taux hors plage 0.10-1.50"
                   TO WS-CTL-DETAIL-LIB
               MOVE WS-FILE-CARAC-APPARTEMENT(3) TO WS-FORMATED-FLOAT
               MOVE WS-FORMATED-FLOAT TO WS-CTL-VALEUR-LIB
               PERFORM ECRIRE-ANOMALIE
           END-IF.

           IF WS-FILE-CARAC-APPARTEMENT(6) > ZEROS
               PERFORM VARYING WS-CTL-SCAN FROM 1 BY 1
                   UNTIL WS-CTL-SCAN > WS-CTL-NB-IDS
                   IF WS-CTL-ID(WS-CTL-SCAN) =
                           WS-FILE-CARAC-APPARTEMENT(6)
                       MOVE "IDENTIFIANT" TO WS-CTL-ANOMALIE-LIB
                       MOVE "doublon de l'identifiant stable"
                           TO WS-CTL-DETAIL-LIB
                       MOVE WS-FILE-CARAC-APPARTEMENT(6)
                           TO WS-AUD-NUMERO
                       MOVE WS-AUD-NUMERO TO WS-CTL-VALEUR-LIB
                       PERFORM ECRIRE-ANOMALIE
                   END-IF
               END-PERFORM
               IF WS-CTL-NB-IDS < 9999
                   ADD 1 TO WS-CTL-NB-IDS
                   MOVE WS-FILE-CARAC-APPARTEMENT(6)
                       TO WS-CTL-ID(WS-CTL-NB-IDS)
               END-IF
           END-IF.

           IF WS-FILE-CARAC-APPARTEMENT(1) > ZEROS
               AND WS-PRT-NB-APPART = ZEROS
               AND WS-FILE-CARAC-APPARTEMENT(4) > ZEROS
               AND WS-FILE-CARAC-APPARTEMENT(5) > ZEROS
               AND WS-FILE-CARAC-APPARTEMENT(3) >= 0.10
               AND WS-FILE-CARAC-APPARTEMENT(3) <= 1.50

               IF WS-FILE-CARAC-APPARTEMENT(2) =
                       WS-FILE-CARAC-APPARTEMENT(1)
                   MOVE WS-FILE-CARAC-APPARTEMENT(1) TO WS-CAPITAL
                   MOVE 0.02 TO WS-CTL-TOLERANCE
               ELSE
                   MOVE WS-FILE-CARAC-APPARTEMENT(2) TO WS-CAPITAL
                   MOVE 1.00 TO WS-CTL-TOLERANCE
               END-IF
               MOVE WS-FILE-CARAC-APPARTEMENT(3) TO WS-TAUX-NUM
               MOVE WS-FILE-CARAC-APPARTEMENT(4) TO WS-MENSUALITE
               PERFORM CALCULE-MENSUALITE-MONTANT

               COMPUTE WS-CTL-ECART = WS-FILE-CARAC-APPARTEMENT(5)
                   - WS-MONTANT-MENSUEL
               IF WS-CTL-ECART < ZEROS
                   COMPUTE WS-CTL-ECART = ZEROS - WS-CTL-ECART
               END-IF
               IF WS-CTL-ECART > WS-CTL-TOLERANCE
                   MOVE "MENSUALITE" TO WS-CTL-ANOMALIE-LIB
                   MOVE "montant incoherent, recalcul ="
                       TO WS-CTL-DETAIL-LIB
                   MOVE WS-MONTANT-MENSUEL TO WS-FORMATED-FLOAT
                   MOVE WS-FORMATED-FLOAT TO WS-CTL-VALEUR-LIB
                   PERFORM ECRIRE-ANOMALIE
               END-IF
           END-IF.

           IF WS-FILE-CARAC-APPARTEMENT(1) > ZEROS
               AND WS-PRT-NB-APPART > ZEROS
               PERFORM VARYING WS-PRT-SCAN FROM 1 BY 1
                   UNTIL WS-PRT-SCAN > WS-PRT-COUNT
                   MOVE WS-PRT-LIGNE(WS-PRT-SCAN) TO WS-PRT-CHOISI
                   IF WS-PRT-CH-ID = WS-PRT-ID-RECHERCHE
                       PERFORM CONTROLER-PRET-ENREGISTREMENT
                   END-IF
               END-PERFORM
           END-IF.

       END-CONTROLER-ENREGISTREMENT.

       CONTROLER-PRET-ENREGISTREMENT.

           IF WS-PRT-CH-TAUX > ZEROS
               AND (WS-PRT-CH-TAUX < 0.10 OR WS-PRT-CH-TAUX > 1.50)
               MOVE "TAUX" TO WS-CTL-ANOMALIE-LIB
               MOVE "taux pret    hors plage 0.10-1.50"
                   TO WS-CTL-DETAIL-LIB
               MOVE WS-PRT-CH-NUMERO TO WS-CTL-DETAIL-LIB(11:2)
               MOVE WS-PRT-CH-TAUX TO WS-FORMATED-FLOAT
               MOVE WS-FORMATED-FLOAT TO WS-CTL-VALEUR-LIB
               PERFORM ECRIRE-ANOMALIE
           END-IF.

           IF WS-PRT-CH-CAPITAL-RESTANT > ZEROS
               AND WS-PRT-CH-ECHEANCES > ZEROS
               AND WS-PRT-CH-MENSUALITE > ZEROS

               IF WS-PRT-CH-CAPITAL-RESTANT =
                       WS-PRT-CH-CAPITAL-INITIAL
                   MOVE 0.02 TO WS-CTL-TOLERANCE
               ELSE
                   MOVE 1.00 TO WS-CTL-TOLERANCE
               END-IF
               MOVE WS-PRT-CH-CAPITAL-RESTANT TO WS-CAPITAL
               MOVE WS-PRT-CH-TAUX TO WS-TAUX-NUM
               MOVE WS-PRT-CH-ECHEANCES TO WS-MENSUALITE
               PERFORM CALCULER-MENSUALITE-PRET

               COMPUTE WS-CTL-ECART = WS-PRT-CH-MENSUALITE
                   - WS-MONTANT-MENSUEL
               IF WS-CTL-ECART < ZEROS
                   COMPUTE WS-CTL-ECART = ZEROS - WS-CTL-ECART
               END-IF
               IF WS-CTL-ECART > WS-CTL-TOLERANCE
                   MOVE "MENSUALITE" TO WS-CTL-ANOMALIE-LIB
                   MOVE "pret    incoherent, recalcul ="
                       TO WS-CTL-DETAIL-LIB
                   MOVE WS-PRT-CH-NUMERO TO WS-CTL-DETAIL-LIB(6:2)
                   MOVE WS-MONTANT-MENSUEL TO WS-FORMATED-FLOAT
                   MOVE WS-FORMATED-FLOAT TO WS-CTL-VALEUR-LIB
                   PERFORM ECRIRE-ANOMALIE
               END-IF
           END-IF.

       END-CONTROLER-PRET-ENREGISTREMENT.

       ECRIRE-ANOMALIE.
           MOVE SPACES TO CONTROLE-RECORD.
           MOVE WS-FILE-APPART-NUMERO TO CTL-NUMERO.
           MOVE WS-CTL-ANOMALIE-LIB TO CTL-ANOMALIE.
           MOVE WS-CTL-DETAIL-LIB TO CTL-DETAIL.
           MOVE WS-CTL-VALEUR-LIB TO CTL-VALEUR.
           WRITE CONTROLE-RECORD.
           ADD 1 TO WS-CTL-ANOMALIES.

       END-ECRIRE-ANOMALIE.

       START-REVISION-LOYERS.

           MOVE "REVISION" TO WS-OPER-CODE.
           PERFORM LOAD-PORTFOLIO.

           MOVE SPACES TO WS-IRL-PERIODE.
           PERFORM UNTIL WS-IRL-PERIODE IS NUMERIC AND
               WS-IRL-PERIODE(5:2) >= "01" AND
               WS-IRL-PERIODE(5:2) <= "12"
               DISPLAY "Entrez la période de révision (AAAAMM) : "
               ACCEPT WS-IRL-PERIODE
               IF WS-IRL-PERIODE IS NOT NUMERIC OR
                   WS-IRL-PERIODE(5:2) < "01" OR
                   WS-IRL-PERIODE(5:2) > "12"
                   DISPLAY "La période doit être au format AAAAMM"
               END-IF
           END-PERFORM.
           MOVE WS-IRL-PERIODE(1:4) TO WS-IRL-ANNEE.

           PERFORM CHARGER-INDICES-IRL.
           IF WS-IND-COUNT = ZEROS
               DISPLAY "Aucun indice IRL disponible (fichier"
                   " INDICESIRL.TXT absent ou vide), révision"
                   " impossible." X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-REVISION-LOYERS
           END-IF.

           PERFORM CHARGER-BAUX.
           IF WS-BAIL-DEBORDEMENT = 'Y'
               DISPLAY "Le fichier des baux dépasse 1000"
                   " enregistrements, révision impossible." X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-REVISION-LOYERS
           END-IF.

           OPEN OUTPUT REVISION-REPORT-FILE.
           IF WS-REVISION-REPORT-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture du compte rendu de"
                   " révision : " WS-REVISION-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO END-START-REVISION-LOYERS
           END-IF.

           OPEN EXTEND REVISION-BAIL-FILE.
           IF WS-REVISION-BAIL-STATUS = "35"
               OPEN OUTPUT REVISION-BAIL-FILE
               CLOSE REVISION-BAIL-FILE
               OPEN EXTEND REVISION-BAIL-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE ZEROS TO WS-IRL-PAGE-COUNT.
           MOVE ZEROS TO WS-IRL-REVISES.
           MOVE ZEROS TO WS-IRL-NON-REVISES.
           MOVE ZEROS TO WS-IRL-ECART.
           PERFORM ECRIRE-ENTETE-REVISION.

           PERFORM VARYING WS-BAIL-SCAN FROM 1 BY 1
               UNTIL WS-BAIL-SCAN > WS-BAIL-COUNT

               MOVE WS-BAIL-LIGNE(WS-BAIL-SCAN) TO WS-BAIL-CHOISI
               IF WS-BAIL-CHOISI-FIN = "00000000" AND
                   WS-BAIL-CHOISI-DEBUT IS NUMERIC AND
                   WS-BAIL-CHOISI-DEBUT(5:2) = WS-IRL-PERIODE(5:2) AND
                   WS-BAIL-CHOISI-DEBUT(1:4) < WS-IRL-PERIODE(1:4)
                   PERFORM REVISER-BAIL
               END-IF

           END-PERFORM.

           CLOSE REVISION-BAIL-FILE.

           IF WS-IRL-REVISES > ZEROS
               PERFORM SAUVER-BAUX
           END-IF.

           MOVE WS-IRL-REVISES TO IRL-TOT-REVISES.
           MOVE WS-IRL-NON-REVISES TO IRL-TOT-NON-REVISES.
           MOVE WS-IRL-ECART TO IRL-TOT-ECART.
           MOVE SPACES TO REVISION-REPORT-LIGNE.
           WRITE REVISION-REPORT-LIGNE.
           WRITE REVISION-REPORT-LIGNE FROM IRL-TOTAUX.
           CLOSE REVISION-REPORT-FILE.

           MOVE WS-IRL-REVISES TO WS-FORMATED-INT.
           DISPLAY "Révision des loyers " WS-IRL-PERIODE
               " terminée : " WS-FORMATED-INT " bail(s) révisé(s), "
               WITH NO ADVANCING.
           MOVE WS-IRL-NON-REVISES TO WS-FORMATED-INT.
           DISPLAY WS-FORMATED-INT " non révisé(s)."
           DISPLAY "Compte rendu écrit dans REVISIONIRL.TXT" X'0A'.

       END-START-REVISION-LOYERS.
           STOP RUN.

       CHARGER-INDICES-IRL.
           MOVE ZEROS TO WS-IND-COUNT.
           OPEN INPUT INDICE-IRL-FILE.
           IF WS-INDICE-IRL-STATUS IS NOT = "35"
               READ INDICE-IRL-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-INDICE-IRL-STATUS
               END-READ
               PERFORM UNTIL WS-INDICE-IRL-STATUS = "10"
                   IF IND-ANNEE IS NUMERIC AND
                       IND-TRIMESTRE IS NUMERIC AND
                       IND-TRIMESTRE >= 1 AND IND-TRIMESTRE <= 4 AND
                       IND-VALEUR IS NUMERIC AND
                       IND-VALEUR > ZEROS AND
                       WS-IND-COUNT < 400
                       ADD 1 TO WS-IND-COUNT
                       MOVE IND-ANNEE TO WS-IND-ANNEE(WS-IND-COUNT)
                       MOVE IND-TRIMESTRE
                           TO WS-IND-TRIMESTRE(WS-IND-COUNT)
                       MOVE IND-VALEUR TO WS-IND-VALEUR(WS-IND-COUNT)
                   END-IF
                   READ INDICE-IRL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-INDICE-IRL-STATUS
                   END-READ
               END-PERFORM
               CLOSE INDICE-IRL-FILE
           END-IF.

       END-CHARGER-INDICES-IRL.

       CHERCHER-INDICE-IRL.
           MOVE ZEROS TO WS-IRL-CLE-INDICE.
           PERFORM VARYING WS-IND-SCAN FROM 1 BY 1
               UNTIL WS-IND-SCAN > WS-IND-COUNT
               IF WS-IND-ANNEE(WS-IND-SCAN) = WS-IRL-CLE-ANNEE AND
                   WS-IND-TRIMESTRE(WS-IND-SCAN) = WS-IRL-CLE-TRIMESTRE
                   MOVE WS-IND-VALEUR(WS-IND-SCAN) TO WS-IRL-CLE-INDICE
               END-IF
           END-PERFORM.

       END-CHERCHER-INDICE-IRL.

       REVISER-BAIL.
           MOVE WS-BAIL-CHOISI-LOYER TO WS-IRL-ANCIEN-LOYER.
           MOVE ZEROS TO WS-IRL-NOUVEAU-LOYER.
           MOVE ZEROS TO WS-IRL-NOUV-ANNEE.
           MOVE ZEROS TO WS-IRL-NOUV-INDICE.

           IF WS-BAIL-CHOISI-IRL-ANNEE > ZEROS AND
               WS-BAIL-CHOISI-IRL-TRIMESTRE >= 1 AND
               WS-BAIL-CHOISI-IRL-TRIMESTRE <= 4 AND
               WS-BAIL-CHOISI-IRL-INDICE > ZEROS
               MOVE WS-BAIL-CHOISI-IRL-ANNEE TO WS-IRL-REF-ANNEE
               MOVE WS-BAIL-CHOISI-IRL-TRIMESTRE
                   TO WS-IRL-REF-TRIMESTRE
               MOVE WS-BAIL-CHOISI-IRL-INDICE TO WS-IRL-REF-INDICE
           ELSE
               MOVE WS-BAIL-CHOISI-DEBUT(1:4) TO WS-IRL-REF-ANNEE
               MOVE WS-BAIL-CHOISI-DEBUT(5:2) TO WS-IRL-MOIS-DEBUT
               COMPUTE WS-IRL-REF-TRIMESTRE =
                   (WS-IRL-MOIS-DEBUT + 2) / 3 - 1
               IF WS-IRL-REF-TRIMESTRE = ZEROS
                   MOVE 4 TO WS-IRL-REF-TRIMESTRE
                   SUBTRACT 1 FROM WS-IRL-REF-ANNEE
               END-IF
               MOVE WS-IRL-REF-ANNEE TO WS-IRL-CLE-ANNEE
               MOVE WS-IRL-REF-TRIMESTRE TO WS-IRL-CLE-TRIMESTRE
               PERFORM CHERCHER-INDICE-IRL
               MOVE WS-IRL-CLE-INDICE TO WS-IRL-REF-INDICE
           END-IF.

           EVALUATE TRUE
               WHEN WS-BAIL-CHOISI-REVISION-PERIODE = WS-IRL-PERIODE
                   MOVE "DEJA REVISE" TO WS-IRL-STATUT
               WHEN WS-IRL-REF-INDICE = ZEROS
                   MOVE "REF. ABSENTE" TO WS-IRL-STATUT
               WHEN OTHER
                   PERFORM CHERCHER-NOUVEL-INDICE
                   IF WS-IRL-NOUV-INDICE = ZEROS
                       MOVE "NON PUBLIE" TO WS-IRL-STATUT
                   ELSE
                       PERFORM APPLIQUER-REVISION-BAIL
                   END-IF
           END-EVALUATE.

           IF WS-IRL-STATUT IS NOT = "REVISE"
               ADD 1 TO WS-IRL-NON-REVISES
           END-IF.

           PERFORM ECRIRE-DETAIL-REVISION.

       END-REVISER-BAIL.

       CHERCHER-NOUVEL-INDICE.
           MOVE WS-IRL-REF-TRIMESTRE TO WS-IRL-CLE-TRIMESTRE.
           PERFORM VARYING WS-IRL-CLE-ANNEE FROM WS-IRL-ANNEE BY -1
               UNTIL WS-IRL-CLE-ANNEE <= WS-IRL-REF-ANNEE
                   OR WS-IRL-NOUV-INDICE > ZEROS
               PERFORM CHERCHER-INDICE-IRL
               IF WS-IRL-CLE-INDICE > ZEROS
                   MOVE WS-IRL-CLE-ANNEE TO WS-IRL-NOUV-ANNEE
                   MOVE WS-IRL-CLE-INDICE TO WS-IRL-NOUV-INDICE
               END-IF
           END-PERFORM.

       END-CHERCHER-NOUVEL-INDICE.

       APPLIQUER-REVISION-BAIL.
           COMPUTE WS-IRL-NOUVEAU-LOYER ROUNDED =
               WS-IRL-ANCIEN-LOYER * WS-IRL-NOUV-INDICE /
               WS-IRL-REF-INDICE
               ON SIZE ERROR
                   MOVE ZEROS TO WS-IRL-NOUVEAU-LOYER
           END-COMPUTE.

           IF WS-IRL-NOUVEAU-LOYER = ZEROS
               MOVE "ERREUR CALC." TO WS-IRL-STATUT
           ELSE
               MOVE WS-IRL-ANCIEN-LOYER TO WS-BAIL-CHOISI-LOYER-ANCIEN
               MOVE WS-IRL-NOUVEAU-LOYER TO WS-BAIL-CHOISI-LOYER
               MOVE WS-IRL-NOUV-ANNEE TO WS-BAIL-CHOISI-IRL-ANNEE
               MOVE WS-IRL-REF-TRIMESTRE
                   TO WS-BAIL-CHOISI-IRL-TRIMESTRE
               MOVE WS-IRL-NOUV-INDICE TO WS-BAIL-CHOISI-IRL-INDICE
               MOVE WS-IRL-PERIODE TO WS-BAIL-CHOISI-REVISION-PERIODE
               MOVE WS-BAIL-CHOISI TO WS-BAIL-LIGNE(WS-BAIL-SCAN)

               MOVE SPACES TO REVISION-BAIL-RECORD
               MOVE WS-BAIL-CHOISI-ID TO RVB-ID
               MOVE WS-BAIL-CHOISI-DEBUT TO RVB-DEBUT
               MOVE WS-IRL-PERIODE TO RVB-PERIODE
               MOVE WS-IRL-ANCIEN-LOYER TO RVB-ANCIEN-LOYER
               MOVE WS-IRL-NOUVEAU-LOYER TO RVB-NOUVEAU-LOYER
               MOVE WS-IRL-NOUV-INDICE TO RVB-INDICE
               MOVE WS-CURRENT-DATE(1:8) TO RVB-DATE
               MOVE WS-OPER-CODE TO RVB-OPERATEUR
               WRITE REVISION-BAIL-RECORD

               MOVE WS-BAIL-CHOISI-ID TO WS-AUD-NUMERO
               MOVE "LOYER BAIL" TO WS-AUD-CHAMP
               MOVE WS-IRL-ANCIEN-LOYER TO WS-FORMATED-FLOAT
               MOVE WS-FORMATED-FLOAT TO WS-AUD-ANCIENNE
               MOVE WS-IRL-NOUVEAU-LOYER TO WS-FORMATED-FLOAT
               MOVE WS-FORMATED-FLOAT TO WS-AUD-NOUVELLE
               PERFORM WRITE-AUDIT-LINE

               MOVE "REVISE" TO WS-IRL-STATUT
               ADD 1 TO WS-IRL-REVISES
               COMPUTE WS-IRL-ECART = WS-IRL-ECART +
                   WS-IRL-NOUVEAU-LOYER - WS-IRL-ANCIEN-LOYER
           END-IF.

       END-APPLIQUER-REVISION-BAIL.

       ECRIRE-DETAIL-REVISION.
           IF WS-IRL-LIGNE-COUNT >= 60
               PERFORM ECRIRE-ENTETE-REVISION
           END-IF.

           MOVE ZEROS TO WS-IRL-APPART.
           PERFORM VARYING WS-IRL-SCAN FROM 1 BY 1
               UNTIL WS-IRL-SCAN > WS-NB-APPARTEMENTS
               IF WS-CARAC-APPARTEMENT(WS-IRL-SCAN, 6)
                       = WS-BAIL-CHOISI-ID
                   MOVE WS-IRL-SCAN TO WS-IRL-APPART
               END-IF
           END-PERFORM.

           MOVE SPACES TO IRL-DETAIL.
           MOVE WS-IRL-APPART TO IRL-DET-NUMERO.
           IF WS-IRL-APPART > ZEROS
               MOVE WS-APPART-LIBELLE(WS-IRL-APPART) TO IRL-DET-LIBELLE
           ELSE
               MOVE "(INCONNU)" TO IRL-DET-LIBELLE
           END-IF.
           MOVE WS-BAIL-CHOISI-LOCATAIRE TO IRL-DET-LOCATAIRE.
           MOVE WS-IRL-ANCIEN-LOYER TO IRL-DET-ANCIEN.
           IF WS-IRL-REF-INDICE > ZEROS
               MOVE WS-IRL-REF-ANNEE TO IRL-DET-REF-TRIM(1:4)
               MOVE "T" TO IRL-DET-REF-TRIM(5:1)
               MOVE WS-IRL-REF-TRIMESTRE TO IRL-DET-REF-TRIM(6:1)
               MOVE WS-IRL-REF-INDICE TO IRL-DET-REF-INDICE
           END-IF.
           IF WS-IRL-NOUV-INDICE > ZEROS
               MOVE WS-IRL-NOUV-ANNEE TO IRL-DET-NOUV-TRIM(1:4)
               MOVE "T" TO IRL-DET-NOUV-TRIM(5:1)
               MOVE WS-IRL-REF-TRIMESTRE TO IRL-DET-NOUV-TRIM(6:1)
               MOVE WS-IRL-NOUV-INDICE TO IRL-DET-NOUV-INDICE
           END-IF.
           IF WS-IRL-STATUT = "REVISE"
               MOVE WS-IRL-NOUVEAU-LOYER TO IRL-DET-NOUVEAU
           END-IF.
           MOVE WS-IRL-STATUT TO IRL-DET-STATUT.
           WRITE REVISION-REPORT-LIGNE FROM IRL-DETAIL.
           ADD 1 TO WS-IRL-LIGNE-COUNT.

       END-ECRIRE-DETAIL-REVISION.

       ECRIRE-ENTETE-REVISION.
           ADD 1 TO WS-IRL-PAGE-COUNT.
           MOVE WS-IRL-PERIODE TO IRL-ENT-PERIODE.
           MOVE WS-CURRENT-DATE(7:2) TO IRL-ENT-DATE(1:2).
           MOVE "/" TO IRL-ENT-DATE(3:1).
           MOVE WS-CURRENT-DATE(5:2) TO IRL-ENT-DATE(4:2).
           MOVE "/" TO IRL-ENT-DATE(6:1).
           MOVE WS-CURRENT-DATE(1:4) TO IRL-ENT-DATE(7:4).
           MOVE WS-IRL-PAGE-COUNT TO IRL-ENT-PAGE.

           IF WS-IRL-PAGE-COUNT > 1
               MOVE SPACES TO REVISION-REPORT-LIGNE
               WRITE REVISION-REPORT-LIGNE
           END-IF.
           WRITE REVISION-REPORT-LIGNE FROM IRL-ENTETE.
           WRITE REVISION-REPORT-LIGNE FROM IRL-COLONNES.
           MOVE SPACES TO REVISION-REPORT-LIGNE.
           WRITE REVISION-REPORT-LIGNE.
           MOVE 3 TO WS-IRL-LIGNE-COUNT.

       END-ECRIRE-ENTETE-REVISION.

       START-EDITION-QUITTANCES.

           MOVE "EDITION" TO WS-OPER-CODE.
           PERFORM LOAD-PORTFOLIO.

           MOVE SPACES TO WS-QUI-PERIODE.
           PERFORM UNTIL WS-QUI-PERIODE IS NUMERIC AND
               WS-QUI-PERIODE(5:2) >= "01" AND
               WS-QUI-PERIODE(5:2) <= "12"
               DISPLAY "Entrez la période à éditer (AAAAMM) : "
               ACCEPT WS-QUI-PERIODE
               IF WS-QUI-PERIODE IS NOT NUMERIC OR
                   WS-QUI-PERIODE(5:2) < "01" OR
                   WS-QUI-PERIODE(5:2) > "12"
                   DISPLAY "La période doit être au format AAAAMM"
               END-IF
           END-PERFORM.

           PERFORM CHARGER-EXERCICES-CLOS.
           IF WS-QUI-PERIODE(1:4) <= WS-CLO-DERNIERE
               DISPLAY "L'exercice " WS-QUI-PERIODE(1:4)
                   " est clôturé, édition refusée." X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-EDITION-QUITTANCES
           END-IF.

           PERFORM CHARGER-BAUX.
           IF WS-BAIL-DEBORDEMENT = 'Y'
               DISPLAY "ATTENTION : le fichier des baux dépasse 1000"
                   " enregistrements, les baux au-delà ne sont pas"
                   " édités."
           END-IF.
           PERFORM CHARGER-REVISIONS-BAIL.
           PERFORM CHARGER-REGISTRE-DOCS.

           OPEN OUTPUT QUITTANCE-FILE.
           IF WS-QUITTANCE-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture du fichier des"
                   " quittances : " WS-QUITTANCE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO END-START-EDITION-QUITTANCES
           END-IF.

           OPEN EXTEND REGISTRE-DOC-FILE.
           IF WS-REGISTRE-DOC-STATUS = "35"
               OPEN OUTPUT REGISTRE-DOC-FILE
               CLOSE REGISTRE-DOC-FILE
               OPEN EXTEND REGISTRE-DOC-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE ZEROS TO WS-QUI-PAGE-COUNT.
           MOVE ZEROS TO WS-QUI-NB-AVIS.
           MOVE ZEROS TO WS-QUI-NB-QUITTANCES.
           MOVE ZEROS TO WS-QUI-NB-RECUS.
           MOVE ZEROS TO WS-QUI-NB-DUPLICATAS.
           MOVE ZEROS TO WS-QUI-TOTAL-DU.
           MOVE ZEROS TO WS-QUI-TOTAL-ENCAISSE.

           PERFORM VARYING WS-BAIL-SCAN FROM 1 BY 1
               UNTIL WS-BAIL-SCAN > WS-BAIL-COUNT

               MOVE WS-BAIL-LIGNE(WS-BAIL-SCAN) TO WS-BAIL-CHOISI
               IF WS-BAIL-CHOISI-DEBUT IS NUMERIC AND
                   WS-BAIL-CHOISI-DEBUT(1:6) <= WS-QUI-PERIODE AND
                   (WS-BAIL-CHOISI-FIN = "00000000" OR
                    WS-BAIL-CHOISI-FIN(1:6) >= WS-QUI-PERIODE)
                   PERFORM EDITER-DOCUMENTS-BAIL
               END-IF

           END-PERFORM.

           CLOSE REGISTRE-DOC-FILE.

           PERFORM ECRIRE-ENTETE-QUITTANCE.
           MOVE WS-QUI-NB-AVIS TO QUI-TOT-AVIS.
           MOVE WS-QUI-NB-QUITTANCES TO QUI-TOT-QUITTANCES.
           MOVE WS-QUI-NB-RECUS TO QUI-TOT-RECUS.
           MOVE WS-QUI-NB-DUPLICATAS TO QUI-TOT-DUPLICATAS.
           MOVE WS-QUI-TOTAL-DU TO QUI-TOT-DU.
           MOVE WS-QUI-TOTAL-ENCAISSE TO QUI-TOT-ENCAISSE.
           WRITE QUITTANCE-LIGNE FROM QUI-TOTAUX.
           WRITE QUITTANCE-LIGNE FROM QUI-TOTAUX2.
           CLOSE QUITTANCE-FILE.

           MOVE WS-QUI-NB-AVIS TO WS-FORMATED-INT.
           DISPLAY "Edition de la période " WS-QUI-PERIODE " : "
               WS-FORMATED-INT " avis, " WITH NO ADVANCING.
           MOVE WS-QUI-NB-QUITTANCES TO WS-FORMATED-INT.
           DISPLAY WS-FORMATED-INT " quittance(s), "
               WITH NO ADVANCING.
           MOVE WS-QUI-NB-RECUS TO WS-FORMATED-INT.
           DISPLAY WS-FORMATED-INT " reçu(s) partiel(s)."
           DISPLAY "Documents écrits dans QUITTANCES.TXT" X'0A'.

       END-START-EDITION-QUITTANCES.
           STOP RUN.

       CHARGER-REGISTRE-DOCS.
           MOVE ZEROS TO WS-QUI-DERNIER-NUMERO.
           MOVE ZEROS TO WS-QUI-REG-COUNT.
           MOVE 'N' TO WS-QUI-REG-DEBORDEMENT.
           OPEN INPUT REGISTRE-DOC-FILE.
           IF WS-REGISTRE-DOC-STATUS IS NOT = "35"
               READ REGISTRE-DOC-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-REGISTRE-DOC-STATUS
               END-READ
               PERFORM UNTIL WS-REGISTRE-DOC-STATUS = "10"
                   IF DOC-NUMERO IS NUMERIC
                       IF DOC-NUMERO > WS-QUI-DERNIER-NUMERO
                           MOVE DOC-NUMERO TO WS-QUI-DERNIER-NUMERO
                       END-IF
                       IF DOC-PERIODE = WS-QUI-PERIODE AND
                           DOC-ID IS NUMERIC AND
                           DOC-MONTANT IS NUMERIC
                           PERFORM MEMORISER-DOCUMENT
                       END-IF
                   END-IF
                   READ REGISTRE-DOC-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-REGISTRE-DOC-STATUS
                   END-READ
               END-PERFORM
               CLOSE REGISTRE-DOC-FILE
           END-IF.

           IF WS-QUI-REG-DEBORDEMENT = 'Y'
               DISPLAY "ATTENTION : plus de 3000 documents déjà"
                   " enregistrés pour la période, les suivants"
                   " seront renumérotés."
           END-IF.

       END-CHARGER-REGISTRE-DOCS.

       EDITER-DOCUMENTS-BAIL.
           MOVE ZEROS TO WS-QUI-APPART.
           PERFORM VARYING WS-QUI-SCAN FROM 1 BY 1
               UNTIL WS-QUI-SCAN > WS-NB-APPARTEMENTS
               IF WS-CARAC-APPARTEMENT(WS-QUI-SCAN, 6)
                       = WS-BAIL-CHOISI-ID
                   MOVE WS-QUI-SCAN TO WS-QUI-APPART
               END-IF
           END-PERFORM.

           MOVE WS-QUI-PERIODE TO WS-IMP-PERIODE.
           PERFORM DETERMINER-LOYER-DU.
           MOVE WS-IMP-LOYER-DU TO WS-QUI-LOYER-DU.
           ADD WS-QUI-LOYER-DU TO WS-QUI-TOTAL-DU.

           MOVE 'A' TO WS-QUI-TYPE.
           MOVE WS-QUI-LOYER-DU TO WS-QUI-MONTANT.
           MOVE ZEROS TO WS-QUI-ENCAISSE.
           MOVE WS-QUI-LOYER-DU TO WS-QUI-RESTE.
           PERFORM NUMEROTER-DOCUMENT.
           PERFORM ECRIRE-DOCUMENT-QUITTANCE.
           ADD 1 TO WS-QUI-NB-AVIS.

           MOVE WS-BAIL-CHOISI-ID TO WS-LOYER-ID.
           MOVE WS-QUI-PERIODE TO WS-LOYER-PERIODE.
           PERFORM LIRE-LOYER-CLE.

           IF WS-LOYER-EXISTE = 'Y' AND LOY-MONTANT > ZEROS
               MOVE LOY-MONTANT TO WS-QUI-ENCAISSE
               MOVE LOY-MONTANT TO WS-QUI-MONTANT
               ADD WS-QUI-ENCAISSE TO WS-QUI-TOTAL-ENCAISSE
               IF WS-QUI-ENCAISSE >= WS-QUI-LOYER-DU
                   MOVE 'Q' TO WS-QUI-TYPE
                   MOVE ZEROS TO WS-QUI-RESTE
                   ADD 1 TO WS-QUI-NB-QUITTANCES
               ELSE
                   MOVE 'R' TO WS-QUI-TYPE
                   COMPUTE WS-QUI-RESTE =
                       WS-QUI-LOYER-DU - WS-QUI-ENCAISSE
                   ADD 1 TO WS-QUI-NB-RECUS
               END-IF
               PERFORM NUMEROTER-DOCUMENT
               PERFORM ECRIRE-DOCUMENT-QUITTANCE
           END-IF.

       END-EDITER-DOCUMENTS-BAIL.

       NUMEROTER-DOCUMENT.
           MOVE 'N' TO WS-QUI-DUPLICATA.
           MOVE ZEROS TO WS-QUI-NUMERO.
           PERFORM VARYING WS-QUI-SCAN FROM 1 BY 1
               UNTIL WS-QUI-SCAN > WS-QUI-REG-COUNT
               IF WS-QUI-REG-TYPE(WS-QUI-SCAN) = WS-QUI-TYPE AND
                   WS-QUI-REG-ID(WS-QUI-SCAN) = WS-BAIL-CHOISI-ID AND
                   WS-QUI-REG-DEBUT(WS-QUI-SCAN)
                       = WS-BAIL-CHOISI-DEBUT AND
                   WS-QUI-REG-MONTANT(WS-QUI-SCAN) = WS-QUI-MONTANT
                   MOVE WS-QUI-REG-NUMERO(WS-QUI-SCAN)
                       TO WS-QUI-NUMERO
                   MOVE 'Y' TO WS-QUI-DUPLICATA
               END-IF
           END-PERFORM.

           IF WS-QUI-DUPLICATA = 'Y'
               ADD 1 TO WS-QUI-NB-DUPLICATAS
           ELSE
               ADD 1 TO WS-QUI-DERNIER-NUMERO
               MOVE WS-QUI-DERNIER-NUMERO TO WS-QUI-NUMERO
               MOVE SPACES TO REGISTRE-DOC-RECORD
               MOVE WS-QUI-NUMERO TO DOC-NUMERO
               MOVE WS-QUI-TYPE TO DOC-TYPE
               MOVE WS-BAIL-CHOISI-ID TO DOC-ID
               MOVE WS-BAIL-CHOISI-DEBUT TO DOC-DEBUT
               MOVE WS-QUI-PERIODE TO DOC-PERIODE
               MOVE WS-QUI-MONTANT TO DOC-MONTANT
               MOVE WS-CURRENT-DATE(1:8) TO DOC-DATE
               MOVE WS-OPER-CODE TO DOC-OPERATEUR
               WRITE REGISTRE-DOC-RECORD
               PERFORM MEMORISER-DOCUMENT
           END-IF.

       END-NUMEROTER-DOCUMENT.

       MEMORISER-DOCUMENT.
           IF WS-QUI-REG-COUNT < 3000
               ADD 1 TO WS-QUI-REG-COUNT
               MOVE DOC-NUMERO TO WS-QUI-REG-NUMERO(WS-QUI-REG-COUNT)
               MOVE DOC-TYPE TO WS-QUI-REG-TYPE(WS-QUI-REG-COUNT)
               MOVE DOC-ID TO WS-QUI-REG-ID(WS-QUI-REG-COUNT)
               MOVE DOC-DEBUT TO WS-QUI-REG-DEBUT(WS-QUI-REG-COUNT)
               MOVE DOC-MONTANT TO WS-QUI-REG-MONTANT(WS-QUI-REG-COUNT)
           ELSE
               MOVE 'Y' TO WS-QUI-REG-DEBORDEMENT
           END-IF.

       END-MEMORISER-DOCUMENT.

       ECRIRE-DOCUMENT-QUITTANCE.
           PERFORM ECRIRE-ENTETE-QUITTANCE.

           MOVE SPACES TO QUI-TITRE.
           EVALUATE WS-QUI-TYPE
               WHEN 'A'
                   MOVE "AVIS D'ECHEANCE" TO QUI-TIT-LIBELLE
               WHEN 'Q'
                   MOVE "QUITTANCE DE LOYER" TO QUI-TIT-LIBELLE
               WHEN OTHER
                   MOVE "RECU PARTIEL" TO QUI-TIT-LIBELLE
           END-EVALUATE.
           MOVE WS-QUI-NUMERO TO QUI-TIT-NUMERO.
           IF WS-QUI-DUPLICATA = 'Y'
               MOVE "DUPLICATA" TO QUI-TIT-DUPLICATA
           END-IF.
           WRITE QUITTANCE-LIGNE FROM QUI-TITRE.
           MOVE SPACES TO QUITTANCE-LIGNE.
           WRITE QUITTANCE-LIGNE.

           MOVE SPACES TO QUI-RUBRIQUE.
           MOVE "LOCATAIRE :" TO QUI-RUB-LIBELLE.
           MOVE WS-BAIL-CHOISI-LOCATAIRE TO QUI-RUB-VALEUR.
           WRITE QUITTANCE-LIGNE FROM QUI-RUBRIQUE.

           MOVE SPACES TO QUI-RUBRIQUE.
           MOVE "LOGEMENT :" TO QUI-RUB-LIBELLE.
           IF WS-QUI-APPART > ZEROS
               MOVE WS-APPART-LIBELLE(WS-QUI-APPART) TO QUI-RUB-VALEUR
           ELSE
               MOVE "(INCONNU)" TO QUI-RUB-VALEUR
           END-IF.
           WRITE QUITTANCE-LIGNE FROM QUI-RUBRIQUE.

           IF WS-QUI-APPART > ZEROS
               MOVE SPACES TO QUI-RUBRIQUE
               MOVE "ADRESSE :" TO QUI-RUB-LIBELLE
               MOVE WS-APPART-ADRESSE(WS-QUI-APPART) TO QUI-RUB-VALEUR
               WRITE QUITTANCE-LIGNE FROM QUI-RUBRIQUE
               MOVE SPACES TO QUI-RUBRIQUE
               MOVE WS-APPART-VILLE(WS-QUI-APPART) TO QUI-RUB-VALEUR
               WRITE QUITTANCE-LIGNE FROM QUI-RUBRIQUE
           END-IF.

           MOVE SPACES TO QUI-RUBRIQUE.
           MOVE "PERIODE :" TO QUI-RUB-LIBELLE.
           MOVE WS-QUI-PERIODE(5:2) TO QUI-RUB-VALEUR(1:2).
           MOVE "/" TO QUI-RUB-VALEUR(3:1).
           MOVE WS-QUI-PERIODE(1:4) TO QUI-RUB-VALEUR(4:4).
           WRITE QUITTANCE-LIGNE FROM QUI-RUBRIQUE.
           MOVE SPACES TO QUITTANCE-LIGNE.
           WRITE QUITTANCE-LIGNE.

           MOVE SPACES TO QUI-MONTANT-LIGNE.
           MOVE "LOYER DU :" TO QUI-MNT-LIBELLE.
           MOVE WS-QUI-LOYER-DU TO QUI-MNT-VALEUR.
           WRITE QUITTANCE-LIGNE FROM QUI-MONTANT-LIGNE.
           IF WS-IMP-PROVISION-DU > ZEROS
               MOVE SPACES TO QUI-MONTANT-LIGNE
               MOVE " DONT LOYER :" TO QUI-MNT-LIBELLE
               MOVE WS-IMP-LOYER-HC TO QUI-MNT-VALEUR
               WRITE QUITTANCE-LIGNE FROM QUI-MONTANT-LIGNE
               MOVE SPACES TO QUI-MONTANT-LIGNE
               MOVE " DONT CHARGES :" TO QUI-MNT-LIBELLE
               MOVE WS-IMP-PROVISION-DU TO QUI-MNT-VALEUR
               WRITE QUITTANCE-LIGNE FROM QUI-MONTANT-LIGNE
           END-IF.

           IF WS-QUI-TYPE = 'A'
               MOVE SPACES TO QUI-RUBRIQUE
               MOVE "ECHEANCE :" TO QUI-RUB-LIBELLE
               MOVE "01/" TO QUI-RUB-VALEUR(1:3)
               MOVE WS-QUI-PERIODE(5:2) TO QUI-RUB-VALEUR(4:2)
               MOVE "/" TO QUI-RUB-VALEUR(6:1)
               MOVE WS-QUI-PERIODE(1:4) TO QUI-RUB-VALEUR(7:4)
               WRITE QUITTANCE-LIGNE FROM QUI-RUBRIQUE
               MOVE SPACES TO QUITTANCE-LIGNE
               WRITE QUITTANCE-LIGNE
               MOVE "MERCI DE REGLER LE MONTANT CI-DESSUS"
                   TO QUITTANCE-LIGNE
               WRITE QUITTANCE-LIGNE
               MOVE "A RECEPTION DU PRESENT AVIS." TO QUITTANCE-LIGNE
               WRITE QUITTANCE-LIGNE
           ELSE
               MOVE SPACES TO QUI-MONTANT-LIGNE
               MOVE "MONTANT RECU :" TO QUI-MNT-LIBELLE
               MOVE WS-QUI-ENCAISSE TO QUI-MNT-VALEUR
               WRITE QUITTANCE-LIGNE FROM QUI-MONTANT-LIGNE
               IF WS-QUI-TYPE = 'R'
                   MOVE SPACES TO QUI-MONTANT-LIGNE
                   MOVE "RESTE DU :" TO QUI-MNT-LIBELLE
                   MOVE WS-QUI-RESTE TO QUI-MNT-VALEUR
                   WRITE QUITTANCE-LIGNE FROM QUI-MONTANT-LIGNE
               END-IF
               MOVE SPACES TO QUITTANCE-LIGNE
               WRITE QUITTANCE-LIGNE
               IF WS-QUI-TYPE = 'Q'
                   MOVE "LE BAILLEUR RECONNAIT AVOIR RECU DU"
                       TO QUITTANCE-LIGNE
                   WRITE QUITTANCE-LIGNE
                   MOVE "LOCATAIRE CI-DESSUS LA SOMME INDIQUEE EN"
                       TO QUITTANCE-LIGNE
                   WRITE QUITTANCE-LIGNE
                   MOVE "PAIEMENT DU LOYER DE LA PERIODE ET LUI EN"
                       TO QUITTANCE-LIGNE
                   WRITE QUITTANCE-LIGNE
                   MOVE "DONNE QUITTANCE, SOUS RESERVE DE SES DROITS."
                       TO QUITTANCE-LIGNE
                   WRITE QUITTANCE-LIGNE
               ELSE
                   MOVE "CE RECU NE VAUT PAS QUITTANCE : LE RESTE DU"
                       TO QUITTANCE-LIGNE
                   WRITE QUITTANCE-LIGNE
                   MOVE "DEMEURE EXIGIBLE AU TITRE DE LA PERIODE."
                       TO QUITTANCE-LIGNE
                   WRITE QUITTANCE-LIGNE
               END-IF
           END-IF.

           MOVE SPACES TO QUITTANCE-LIGNE.
           WRITE QUITTANCE-LIGNE.
           MOVE SPACES TO QUI-RUBRIQUE.
           MOVE "FAIT LE :" TO QUI-RUB-LIBELLE.
           MOVE QUI-ENT-DATE TO QUI-RUB-VALEUR.
           WRITE QUITTANCE-LIGNE FROM QUI-RUBRIQUE.
           MOVE SPACES TO QUITTANCE-LIGNE.
           WRITE QUITTANCE-LIGNE.
           MOVE "SIGNATURE DU BAILLEUR :" TO QUITTANCE-LIGNE.
           WRITE QUITTANCE-LIGNE.

       END-ECRIRE-DOCUMENT-QUITTANCE.

       ECRIRE-ENTETE-QUITTANCE.
           ADD 1 TO WS-QUI-PAGE-COUNT.
           MOVE WS-QUI-PERIODE TO QUI-ENT-PERIODE.
           MOVE WS-CURRENT-DATE(7:2) TO QUI-ENT-DATE(1:2).
           MOVE "/" TO QUI-ENT-DATE(3:1).
           MOVE WS-CURRENT-DATE(5:2) TO QUI-ENT-DATE(4:2).
           MOVE "/" TO QUI-ENT-DATE(6:1).
           MOVE WS-CURRENT-DATE(1:4) TO QUI-ENT-DATE(7:4).
           MOVE WS-QUI-PAGE-COUNT TO QUI-ENT-PAGE.

           IF WS-QUI-PAGE-COUNT > 1
               MOVE SPACES TO QUITTANCE-LIGNE
               WRITE QUITTANCE-LIGNE
           END-IF.
           WRITE QUITTANCE-LIGNE FROM QUI-ENTETE.
           MOVE SPACES TO QUITTANCE-LIGNE.
           WRITE QUITTANCE-LIGNE.

       END-ECRIRE-ENTETE-QUITTANCE.

       START-RELANCES-IMPAYES.

           MOVE "RELANCE" TO WS-OPER-CODE.
           PERFORM LOAD-PORTFOLIO.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:6) TO WS-RLC-CAMPAGNE.

           PERFORM CHARGER-BAUX.
           IF WS-BAIL-DEBORDEMENT = 'Y'
               DISPLAY "Le fichier des baux dépasse 1000"
                   " enregistrements, relances impossibles." X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-RELANCES-IMPAYES
           END-IF.
           PERFORM CHARGER-REVISIONS-BAIL.

           PERFORM CHARGER-RELANCES.
           IF WS-RLC-DEBORDEMENT = 'Y'
               DISPLAY "Le fichier des relances dépasse 5000"
                   " enregistrements, relances impossibles." X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-RELANCES-IMPAYES
           END-IF.

           OPEN OUTPUT LETTRE-RELANCE-FILE.
           IF WS-LETTRE-RELANCE-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture du fichier des lettres"
                   " de relance : " WS-LETTRE-RELANCE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO END-START-RELANCES-IMPAYES
           END-IF.

           MOVE WS-RLC-CAMPAGNE TO WS-IMP-PERIODE-CRT.
           MOVE WS-IMP-PERIODE-CRT(1:4) TO WS-IMP-ANNEE-CRT.
           MOVE WS-IMP-PERIODE-CRT(5:2) TO WS-IMP-MOIS-CRT.
           MOVE ZEROS TO WS-IMP-NB-IMPAYES.
           MOVE ZEROS TO WS-IMP-TOTAL-DU.
           MOVE ZEROS TO WS-IMP-TOTAL-1M.
           MOVE ZEROS TO WS-IMP-TOTAL-2M3M.
           MOVE ZEROS TO WS-IMP-TOTAL-PLUS3M.
           MOVE 4 TO WS-IMP-SORTIE.

           MOVE ZEROS TO WS-RLC-PAGE-COUNT.
           MOVE ZEROS TO WS-RLC-CLOSES.
           MOVE ZEROS TO WS-RLC-DEJA-TRAITEES.
           MOVE ZEROS TO WS-RLC-AU-CONTENTIEUX.
           MOVE ZEROS TO WS-RLC-NON-EMISES.
           MOVE ZEROS TO WS-RLC-EMISES-TABLE.

           PERFORM VARYING WS-BAIL-SCAN FROM 1 BY 1
               UNTIL WS-BAIL-SCAN > WS-BAIL-COUNT

               MOVE WS-BAIL-LIGNE(WS-BAIL-SCAN) TO WS-BAIL-CHOISI
               IF WS-BAIL-CHOISI-FIN = "00000000" AND
                   WS-BAIL-CHOISI-DEBUT IS NUMERIC AND
                   WS-BAIL-CHOISI-DEBUT(1:6) <= WS-IMP-PERIODE-CRT
                   PERFORM MARQUER-RELANCES-BAIL
                   PERFORM CUMULER-LOYERS-BAIL
                   PERFORM BALAYER-PERIODES-BAIL
               END-IF

           END-PERFORM.

           PERFORM VARYING WS-RLC-SCAN FROM 1 BY 1
               UNTIL WS-RLC-SCAN > WS-RLC-COUNT
               MOVE WS-RLC-LIGNE(WS-RLC-SCAN) TO WS-RLC-CHOISIE
               IF WS-RLC-CH-STATUT = 'O' AND
                   WS-RLC-ETAT(WS-RLC-SCAN) = 'B'
                   MOVE 'S' TO WS-RLC-CH-STATUT
                   MOVE WS-CURRENT-DATE(1:8) TO WS-RLC-CH-DATE-CLOTURE
                   MOVE WS-RLC-CHOISIE TO WS-RLC-LIGNE(WS-RLC-SCAN)
                   ADD 1 TO WS-RLC-CLOSES
               END-IF
           END-PERFORM.

           PERFORM SAUVER-RELANCES.

           PERFORM ECRIRE-ENTETE-RELANCE.
           MOVE WS-RLC-EMISES(1) TO RLC-TOT-NIVEAU1.
           MOVE WS-RLC-EMISES(2) TO RLC-TOT-NIVEAU2.
           MOVE WS-RLC-EMISES(3) TO RLC-TOT-NIVEAU3.
           MOVE WS-RLC-EMISES(4) TO RLC-TOT-NIVEAU4.
           MOVE WS-RLC-CLOSES TO RLC-TOT-CLOSES.
           MOVE WS-RLC-AU-CONTENTIEUX TO RLC-TOT-CONTENTIEUX.
           MOVE WS-RLC-DEJA-TRAITEES TO RLC-TOT-DEJA.
           WRITE LETTRE-RELANCE-LIGNE FROM RLC-TOTAUX.
           WRITE LETTRE-RELANCE-LIGNE FROM RLC-TOTAUX2.
           CLOSE LETTRE-RELANCE-FILE.

           DISPLAY "Relances de la campagne " WS-RLC-CAMPAGNE " :".
           DISPLAY " - Rappels amiables : " WS-RLC-EMISES(1).
           DISPLAY " - Lettres de relance : " WS-RLC-EMISES(2).
           DISPLAY " - Mises en demeure : " WS-RLC-EMISES(3).
           DISPLAY " - Transmissions au contentieux : "
               WS-RLC-EMISES(4).
           DISPLAY " - Relances closes (période soldée) : "
               WS-RLC-CLOSES.
           IF WS-RLC-NON-EMISES > ZEROS
               DISPLAY "ATTENTION : " WS-RLC-NON-EMISES
                   " relance(s) non émise(s), fichier des relances"
                   " saturé."
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "Lettres écrites dans LETTRESRELANCE.TXT" X'0A'.

       END-START-RELANCES-IMPAYES.
           STOP RUN.

       CHARGER-RELANCES.
           MOVE ZEROS TO WS-RLC-COUNT.
           MOVE 'N' TO WS-RLC-DEBORDEMENT.
           OPEN INPUT RELANCE-FILE.
           IF WS-RELANCE-STATUS IS NOT = "35"
               READ RELANCE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-RELANCE-STATUS
               END-READ
               PERFORM UNTIL WS-RELANCE-STATUS = "10"
                   IF WS-RLC-COUNT < 5000
                       ADD 1 TO WS-RLC-COUNT
                       MOVE RELANCE-RECORD
                           TO WS-RLC-LIGNE(WS-RLC-COUNT)
                       MOVE SPACE TO WS-RLC-ETAT(WS-RLC-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-RLC-DEBORDEMENT
                   END-IF
                   READ RELANCE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-RELANCE-STATUS
                   END-READ
               END-PERFORM
               CLOSE RELANCE-FILE
           END-IF.

       END-CHARGER-RELANCES.

       SAUVER-RELANCES.
           IF WS-RLC-DEBORDEMENT = 'Y'
               DISPLAY "ATTENTION : le fichier des relances dépasse"
                   " 5000 enregistrements, réécriture refusée pour"
                   " ne pas perdre les relances au-delà."
           ELSE
               OPEN OUTPUT RELANCE-FILE
               IF WS-RELANCE-STATUS IS NOT = "00"
                   DISPLAY "Erreur à l'ouverture du fichier des"
                       " relances : " WS-RELANCE-STATUS
               ELSE
                   PERFORM VARYING WS-RLC-SCAN FROM 1 BY 1
                       UNTIL WS-RLC-SCAN > WS-RLC-COUNT
                       MOVE WS-RLC-LIGNE(WS-RLC-SCAN)
                           TO RELANCE-RECORD
                       WRITE RELANCE-RECORD
                   END-PERFORM
                   CLOSE RELANCE-FILE
               END-IF
           END-IF.

       END-SAUVER-RELANCES.

       MARQUER-RELANCES-BAIL.
           PERFORM VARYING WS-RLC-SCAN FROM 1 BY 1
               UNTIL WS-RLC-SCAN > WS-RLC-COUNT
               MOVE WS-RLC-LIGNE(WS-RLC-SCAN) TO WS-RLC-CHOISIE
               IF WS-RLC-CH-ID = WS-BAIL-CHOISI-ID AND
                   WS-RLC-CH-DEBUT = WS-BAIL-CHOISI-DEBUT
                   MOVE 'B' TO WS-RLC-ETAT(WS-RLC-SCAN)
               END-IF
           END-PERFORM.

       END-MARQUER-RELANCES-BAIL.

       RELANCER-IMPAYE.
           MOVE ZEROS TO WS-RLC-NIVEAU-MAX.
           MOVE 'N' TO WS-RLC-DEJA.
           PERFORM VARYING WS-RLC-SCAN FROM 1 BY 1
               UNTIL WS-RLC-SCAN > WS-RLC-COUNT
               MOVE WS-RLC-LIGNE(WS-RLC-SCAN) TO WS-RLC-CHOISIE
               IF WS-RLC-CH-ID = WS-BAIL-CHOISI-ID AND
                   WS-RLC-CH-DEBUT = WS-BAIL-CHOISI-DEBUT AND
                   WS-RLC-CH-PERIODE = WS-IMP-PERIODE
                   MOVE 'V' TO WS-RLC-ETAT(WS-RLC-SCAN)
                   IF WS-RLC-CH-NIVEAU > WS-RLC-NIVEAU-MAX
                       MOVE WS-RLC-CH-NIVEAU TO WS-RLC-NIVEAU-MAX
                   END-IF
                   IF WS-RLC-CH-CAMPAGNE = WS-RLC-CAMPAGNE
                       MOVE 'Y' TO WS-RLC-DEJA
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-RLC-DEJA = 'Y'
                   ADD 1 TO WS-RLC-DEJA-TRAITEES
               WHEN WS-RLC-NIVEAU-MAX >= 4
                   ADD 1 TO WS-RLC-AU-CONTENTIEUX
               WHEN WS-RLC-COUNT >= 5000
                   ADD 1 TO WS-RLC-NON-EMISES
               WHEN OTHER
                   COMPUTE WS-RLC-NIVEAU = WS-RLC-NIVEAU-MAX + 1
                   MOVE SPACES TO WS-RLC-CHOISIE
                   MOVE WS-BAIL-CHOISI-ID TO WS-RLC-CH-ID
                   MOVE WS-BAIL-CHOISI-DEBUT TO WS-RLC-CH-DEBUT
                   MOVE WS-IMP-PERIODE TO WS-RLC-CH-PERIODE
                   MOVE WS-RLC-NIVEAU TO WS-RLC-CH-NIVEAU
                   MOVE WS-CURRENT-DATE(1:8) TO WS-RLC-CH-DATE
                   MOVE WS-OPER-CODE TO WS-RLC-CH-OPERATEUR
                   MOVE 'O' TO WS-RLC-CH-STATUT
                   MOVE "00000000" TO WS-RLC-CH-DATE-CLOTURE
                   MOVE WS-IMP-RESTANT TO WS-RLC-CH-RESTANT
                   MOVE WS-RLC-CAMPAGNE TO WS-RLC-CH-CAMPAGNE
                   ADD 1 TO WS-RLC-COUNT
                   MOVE WS-RLC-CHOISIE TO WS-RLC-LIGNE(WS-RLC-COUNT)
                   MOVE 'V' TO WS-RLC-ETAT(WS-RLC-COUNT)
                   ADD 1 TO WS-RLC-EMISES(WS-RLC-NIVEAU)
                   PERFORM ECRIRE-LETTRE-RELANCE
           END-EVALUATE.

       END-RELANCER-IMPAYE.

       ECRIRE-LETTRE-RELANCE.
           PERFORM ECRIRE-ENTETE-RELANCE.

           MOVE SPACES TO RLC-TITRE.
           EVALUATE WS-RLC-NIVEAU
               WHEN 1
                   MOVE "RAPPEL AMIABLE" TO RLC-TIT-LIBELLE
               WHEN 2
                   MOVE "LETTRE DE RELANCE" TO RLC-TIT-LIBELLE
               WHEN 3
                   MOVE "MISE EN DEMEURE" TO RLC-TIT-LIBELLE
               WHEN OTHER
                   MOVE "TRANSMISSION AU CONTENTIEUX"
                       TO RLC-TIT-LIBELLE
           END-EVALUATE.
           MOVE WS-RLC-NIVEAU TO RLC-TIT-NIVEAU.
           WRITE LETTRE-RELANCE-LIGNE FROM RLC-TITRE.
           MOVE SPACES TO LETTRE-RELANCE-LIGNE.
           WRITE LETTRE-RELANCE-LIGNE.

           MOVE SPACES TO RLC-RUBRIQUE.
           MOVE "LOCATAIRE :" TO RLC-RUB-LIBELLE.
           MOVE WS-BAIL-CHOISI-LOCATAIRE TO RLC-RUB-VALEUR.
           WRITE LETTRE-RELANCE-LIGNE FROM RLC-RUBRIQUE.

           MOVE SPACES TO RLC-RUBRIQUE.
           MOVE "LOGEMENT :" TO RLC-RUB-LIBELLE.
           IF WS-IMP-APPART > ZEROS
               MOVE WS-APPART-LIBELLE(WS-IMP-APPART) TO RLC-RUB-VALEUR
           ELSE
               MOVE "(INCONNU)" TO RLC-RUB-VALEUR
           END-IF.
           WRITE LETTRE-RELANCE-LIGNE FROM RLC-RUBRIQUE.

           IF WS-IMP-APPART > ZEROS
               MOVE SPACES TO RLC-RUBRIQUE
               MOVE "ADRESSE :" TO RLC-RUB-LIBELLE
               MOVE WS-APPART-ADRESSE(WS-IMP-APPART) TO RLC-RUB-VALEUR
               WRITE LETTRE-RELANCE-LIGNE FROM RLC-RUBRIQUE
               MOVE SPACES TO RLC-RUBRIQUE
               MOVE WS-APPART-VILLE(WS-IMP-APPART) TO RLC-RUB-VALEUR
               WRITE LETTRE-RELANCE-LIGNE FROM RLC-RUBRIQUE
           END-IF.

           MOVE SPACES TO RLC-RUBRIQUE.
           MOVE "PERIODE :" TO RLC-RUB-LIBELLE.
           MOVE WS-IMP-PERIODE(5:2) TO RLC-RUB-VALEUR(1:2).
           MOVE "/" TO RLC-RUB-VALEUR(3:1).
           MOVE WS-IMP-PERIODE(1:4) TO RLC-RUB-VALEUR(4:4).
           WRITE LETTRE-RELANCE-LIGNE FROM RLC-RUBRIQUE.
           MOVE SPACES TO LETTRE-RELANCE-LIGNE.
           WRITE LETTRE-RELANCE-LIGNE.

           MOVE SPACES TO RLC-MONTANT-LIGNE.
           MOVE "LOYER DU :" TO RLC-MNT-LIBELLE.
           MOVE WS-IMP-LOYER-DU TO RLC-MNT-VALEUR.
           WRITE LETTRE-RELANCE-LIGNE FROM RLC-MONTANT-LIGNE.
           MOVE SPACES TO RLC-MONTANT-LIGNE.
           MOVE "DEJA REGLE :" TO RLC-MNT-LIBELLE.
           MOVE WS-IMP-ENCAISSE TO RLC-MNT-VALEUR.
           WRITE LETTRE-RELANCE-LIGNE FROM RLC-MONTANT-LIGNE.
           MOVE SPACES TO RLC-MONTANT-LIGNE.
           MOVE "RESTE DU :" TO RLC-MNT-LIBELLE.
           MOVE WS-IMP-RESTANT TO RLC-MNT-VALEUR.
           WRITE LETTRE-RELANCE-LIGNE FROM RLC-MONTANT-LIGNE.
           MOVE SPACES TO LETTRE-RELANCE-LIGNE.
           WRITE LETTRE-RELANCE-LIGNE.

           EVALUATE WS-RLC-NIVEAU
               WHEN 1
                   MOVE "SAUF ERREUR DE NOTRE PART, LE LOYER DE"
                       TO LETTRE-RELANCE-LIGNE
                   WRITE LETTRE-RELANCE-LIGNE
                   MOVE "LA PERIODE CI-DESSUS N'EST PAS REGLE EN"
                       TO LETTRE-RELANCE-LIGNE
                   WRITE LETTRE-RELANCE-LIGNE
                   MOVE "TOTALITE. NOUS VOUS REMERCIONS DE BIEN"
                       TO LETTRE-RELANCE-LIGNE
                   WRITE LETTRE-RELANCE-LIGNE
                   MOVE "VOULOIR REGULARISER CETTE SITUATION."
                       TO LETTRE-RELANCE-LIGNE
                   WRITE LETTRE-RELANCE-LIGNE
               WHEN 2
                   MOVE "MALGRE NOTRE PRECEDENT RAPPEL, LE LOYER"
                       TO LETTRE-RELANCE-LIGNE
                   WRITE LETTRE-RELANCE-LIGNE
                   MOVE "DE LA PERIODE CI-DESSUS RESTE IMPAYE."
                       TO LETTRE-RELANCE-LIGNE
                   WRITE LETTRE-RELANCE-LIGNE
                   MOVE "NOUS VOUS DEMANDONS DE REGLER LE RESTE"
                       TO LETTRE-RELANCE-LIGNE
                   WRITE LETTRE-RELANCE-LIGNE
                   MOVE "DU SOUS HUIT JOURS."
                       TO LETTRE-RELANCE-LIGNE
                   WRITE LETTRE-RELANCE-LIGNE
               WHEN 3
                   MOVE "PAR LA PRESENTE, NOUS VOUS METTONS EN"
                       TO LETTRE-RELANCE-LIGNE
                   WRITE LETTRE-RELANCE-LIGNE
                   MOVE "DEMEURE DE REGLER LE RESTE DU CI-DESSUS"
                       TO LETTRE-RELANCE-LIGNE
                   WRITE LETTRE-RELANCE-LIGNE
                   MOVE "SOUS QUINZE JOURS. A DEFAUT, LE DOSSIER"
                       TO LETTRE-RELANCE-LIGNE
                   WRITE LETTRE-RELANCE-LIGNE
                   MOVE "SERA TRANSMIS AU CONTENTIEUX."
                       TO LETTRE-RELANCE-LIGNE
                   WRITE LETTRE-RELANCE-LIGNE
               WHEN OTHER
                   MOVE "FAUTE DE REGLEMENT A LA SUITE DE NOTRE"
                       TO LETTRE-RELANCE-LIGNE
                   WRITE LETTRE-RELANCE-LIGNE
                   MOVE "MISE EN DEMEURE, VOTRE DOSSIER EST"
                       TO LETTRE-RELANCE-LIGNE
                   WRITE LETTRE-RELANCE-LIGNE
                   MOVE "TRANSMIS CE JOUR AU CONTENTIEUX POUR"
                       TO LETTRE-RELANCE-LIGNE
                   WRITE LETTRE-RELANCE-LIGNE
                   MOVE "RECOUVREMENT."
                       TO LETTRE-RELANCE-LIGNE
                   WRITE LETTRE-RELANCE-LIGNE
           END-EVALUATE.

           MOVE SPACES TO LETTRE-RELANCE-LIGNE.
           WRITE LETTRE-RELANCE-LIGNE.
           MOVE SPACES TO RLC-RUBRIQUE.
           MOVE "FAIT LE :" TO RLC-RUB-LIBELLE.
           MOVE RLC-ENT-DATE TO RLC-RUB-VALEUR.
           WRITE LETTRE-RELANCE-LIGNE FROM RLC-RUBRIQUE.
           MOVE SPACES TO LETTRE-RELANCE-LIGNE.
           WRITE LETTRE-RELANCE-LIGNE.
           MOVE "SIGNATURE DU BAILLEUR :" TO LETTRE-RELANCE-LIGNE.
           WRITE LETTRE-RELANCE-LIGNE.

       END-ECRIRE-LETTRE-RELANCE.

       ECRIRE-ENTETE-RELANCE.
           ADD 1 TO WS-RLC-PAGE-COUNT.
           MOVE WS-RLC-CAMPAGNE TO RLC-ENT-CAMPAGNE.
           MOVE WS-CURRENT-DATE(7:2) TO RLC-ENT-DATE(1:2).
           MOVE "/" TO RLC-ENT-DATE(3:1).
           MOVE WS-CURRENT-DATE(5:2) TO RLC-ENT-DATE(4:2).
           MOVE "/" TO RLC-ENT-DATE(6:1).
           MOVE WS-CURRENT-DATE(1:4) TO RLC-ENT-DATE(7:4).
           MOVE WS-RLC-PAGE-COUNT TO RLC-ENT-PAGE.

           IF WS-RLC-PAGE-COUNT > 1
               MOVE SPACES TO LETTRE-RELANCE-LIGNE
               WRITE LETTRE-RELANCE-LIGNE
           END-IF.
           WRITE LETTRE-RELANCE-LIGNE FROM RLC-ENTETE.
           MOVE SPACES TO LETTRE-RELANCE-LIGNE.
           WRITE LETTRE-RELANCE-LIGNE.

       END-ECRIRE-ENTETE-RELANCE.

       CLORE-RELANCES-PERIODE.
           MOVE ZEROS TO WS-RLC-CLOSES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-LOYER-ID TO WS-BAIL-ID-RECHERCHE.
           MOVE WS-LOYER-PERIODE TO WS-IMP-PERIODE.
           PERFORM CHARGER-BAUX.
           PERFORM TROUVER-BAIL-PERIODE.

           IF WS-BAIL-TROUVE > ZEROS
               MOVE WS-BAIL-LIGNE(WS-BAIL-TROUVE) TO WS-BAIL-CHOISI
               PERFORM CHARGER-REVISIONS-BAIL
               PERFORM DETERMINER-LOYER-DU
               IF WS-LOYER-PERIODE(1:4) <= WS-CLO-DERNIERE
                   MOVE WS-SLR-RESTANT TO WS-IMP-LOYER-DU
               END-IF
               IF WS-LOYER-MONTANT >= WS-IMP-LOYER-DU
                   PERFORM CHARGER-RELANCES
                   PERFORM VARYING WS-RLC-SCAN FROM 1 BY 1
                       UNTIL WS-RLC-SCAN > WS-RLC-COUNT
                       MOVE WS-RLC-LIGNE(WS-RLC-SCAN) TO WS-RLC-CHOISIE
                       IF WS-RLC-CH-ID = WS-BAIL-CHOISI-ID AND
                           WS-RLC-CH-DEBUT = WS-BAIL-CHOISI-DEBUT AND
                           WS-RLC-CH-PERIODE = WS-LOYER-PERIODE AND
                           WS-RLC-CH-STATUT = 'O'
                           MOVE 'S' TO WS-RLC-CH-STATUT
                           MOVE WS-CURRENT-DATE(1:8)
                               TO WS-RLC-CH-DATE-CLOTURE
                           MOVE WS-RLC-CHOISIE
                               TO WS-RLC-LIGNE(WS-RLC-SCAN)
                           ADD 1 TO WS-RLC-CLOSES
                       END-IF
                   END-PERFORM
                   IF WS-RLC-CLOSES > ZEROS
                       PERFORM SAUVER-RELANCES
                   END-IF
               END-IF
           END-IF.

       END-CLORE-RELANCES-PERIODE.

       TROUVER-BAIL-PERIODE.
           MOVE ZEROS TO WS-BAIL-TROUVE.
           PERFORM VARYING WS-BAIL-SCAN FROM 1 BY 1
               UNTIL WS-BAIL-SCAN > WS-BAIL-COUNT
               MOVE WS-BAIL-LIGNE(WS-BAIL-SCAN) TO WS-BAIL-CHOISI
               IF WS-BAIL-CHOISI-ID = WS-BAIL-ID-RECHERCHE AND
                   WS-BAIL-CHOISI-DEBUT IS NUMERIC AND
                   WS-BAIL-CHOISI-DEBUT(1:6) <= WS-IMP-PERIODE AND
                   (WS-BAIL-CHOISI-FIN = "00000000" OR
                    WS-BAIL-CHOISI-FIN(1:6) >= WS-IMP-PERIODE)
                   MOVE WS-BAIL-SCAN TO WS-BAIL-TROUVE
               END-IF
           END-PERFORM.

       END-TROUVER-BAIL-PERIODE.

       MEMORISER-RESTE-DU.
           IF WS-DEP-NB-IMP < 240
               ADD 1 TO WS-DEP-NB-IMP
               MOVE WS-IMP-PERIODE TO WS-DEP-IMP-PERIODE(WS-DEP-NB-IMP)
               MOVE WS-IMP-RESTANT TO WS-DEP-IMP-RESTANT(WS-DEP-NB-IMP)
           END-IF.

       END-MEMORISER-RESTE-DU.

       SAISIR-RETENUES-DEPOT.
           MOVE ZEROS TO WS-DEP-NB-POSTES.
           MOVE WS-BAIL-CHOISI-DEPOT TO WS-FORMATED-FLOAT.
           DISPLAY "Dépôt de garantie versé : " WS-FORMATED-FLOAT.
           DISPLAY "Retenues constatées à l'état des lieux de sortie"
               " (20 au plus)".

           MOVE "X" TO WS-DEP-POSTE-LIBELLE.
           PERFORM UNTIL WS-DEP-POSTE-LIBELLE = SPACES OR
               WS-DEP-NB-POSTES >= 20

               DISPLAY "Libellé de la retenue (vide pour terminer) : "
               MOVE SPACES TO WS-DEP-POSTE-LIBELLE
               ACCEPT WS-DEP-POSTE-LIBELLE

               IF WS-DEP-POSTE-LIBELLE IS NOT = SPACES
                   MOVE ZEROS TO WS-DEP-POSTE-MONTANT
                   PERFORM UNTIL WS-DEP-POSTE-MONTANT > ZEROS
                       DISPLAY "Montant de la retenue : "
                       ACCEPT WS-DEP-POSTE-MONTANT
                       IF WS-DEP-POSTE-MONTANT = ZEROS
                           DISPLAY "Le montant doit être supérieur"
                               " à 0"
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-DEP-NB-POSTES
                   MOVE WS-DEP-POSTE-LIBELLE
                       TO WS-DEP-POSTE-LIB(WS-DEP-NB-POSTES)
                   MOVE WS-DEP-POSTE-MONTANT
                       TO WS-DEP-POSTE-MNT(WS-DEP-NB-POSTES)
               END-IF

           END-PERFORM.

       END-SAISIR-RETENUES-DEPOT.

       CALCULER-DEPOT-GARANTIE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           MOVE ZEROS TO WS-DEP-TOTAL-POSTES.
           PERFORM VARYING WS-DEP-SCAN FROM 1 BY 1
               UNTIL WS-DEP-SCAN > WS-DEP-NB-POSTES
               ADD WS-DEP-POSTE-MNT(WS-DEP-SCAN) TO WS-DEP-TOTAL-POSTES
           END-PERFORM.

           MOVE WS-BAIL-CHOISI-FIN(1:6) TO WS-IMP-PERIODE-CRT.
           MOVE WS-IMP-PERIODE-CRT(1:4) TO WS-IMP-ANNEE-CRT.
           MOVE WS-IMP-PERIODE-CRT(5:2) TO WS-IMP-MOIS-CRT.
           MOVE ZEROS TO WS-IMP-NB-IMPAYES.
           MOVE ZEROS TO WS-IMP-TOTAL-DU.
           MOVE ZEROS TO WS-IMP-TOTAL-1M.
           MOVE ZEROS TO WS-IMP-TOTAL-2M3M.
           MOVE ZEROS TO WS-IMP-TOTAL-PLUS3M.
           MOVE ZEROS TO WS-DEP-NB-IMP.
           MOVE 3 TO WS-IMP-SORTIE.

           IF WS-BAIL-CHOISI-DEBUT IS NUMERIC AND
               WS-BAIL-CHOISI-DEBUT(1:6) <= WS-IMP-PERIODE-CRT
               PERFORM CHARGER-REVISIONS-BAIL
               PERFORM CUMULER-LOYERS-BAIL
               PERFORM BALAYER-PERIODES-BAIL
           END-IF.
           MOVE WS-IMP-TOTAL-DU TO WS-DEP-TOTAL-IMPAYES.

           COMPUTE WS-DEP-SOLDE = WS-BAIL-CHOISI-DEPOT
               - WS-DEP-TOTAL-POSTES - WS-DEP-TOTAL-IMPAYES.
           COMPUTE WS-BAIL-CHOISI-DEPOT-RETENUES =
               WS-DEP-TOTAL-POSTES + WS-DEP-TOTAL-IMPAYES.
           IF WS-DEP-SOLDE > ZEROS
               MOVE WS-DEP-SOLDE TO WS-BAIL-CHOISI-DEPOT-RESTITUER
           ELSE
               MOVE ZEROS TO WS-BAIL-CHOISI-DEPOT-RESTITUER
           END-IF.

           IF WS-DEP-TOTAL-POSTES = ZEROS
               MOVE 1 TO WS-DEP-NB-MOIS
           ELSE
               MOVE 2 TO WS-DEP-NB-MOIS
           END-IF.
           MOVE WS-BAIL-CHOISI-FIN TO WS-JDM-DATE.
           PERFORM AJOUTER-MOIS-DATE.
           MOVE WS-JDM-DATE TO WS-BAIL-CHOISI-DEPOT-LIMITE.

           IF WS-BAIL-CHOISI-DEPOT-RESTITUER > ZEROS
               MOVE 'N' TO WS-BAIL-CHOISI-DEPOT-STATUT
               MOVE "00000000" TO WS-BAIL-CHOISI-DEPOT-DATE-REST
           ELSE
               MOVE 'R' TO WS-BAIL-CHOISI-DEPOT-STATUT
               MOVE WS-BAIL-CHOISI-FIN
                   TO WS-BAIL-CHOISI-DEPOT-DATE-REST
           END-IF.

       END-CALCULER-DEPOT-GARANTIE.

       AJOUTER-MOIS-DATE.
           MOVE WS-JDM-DATE(1:4) TO WS-JDM-ANNEE.
           MOVE WS-JDM-DATE(5:2) TO WS-JDM-MOIS.
           MOVE WS-JDM-DATE(7:2) TO WS-JDM-JOUR.
           ADD WS-DEP-NB-MOIS TO WS-JDM-MOIS.
           IF WS-JDM-MOIS > 12
               SUBTRACT 12 FROM WS-JDM-MOIS
               ADD 1 TO WS-JDM-ANNEE
           END-IF.
           PERFORM CALCULER-JOURS-DU-MOIS.
           IF WS-JDM-JOUR > WS-JDM-JOURS
               MOVE WS-JDM-JOURS TO WS-JDM-JOUR
           END-IF.
           MOVE WS-JDM-ANNEE TO WS-JDM-DATE(1:4).
           MOVE WS-JDM-MOIS TO WS-JDM-DATE(5:2).
           MOVE WS-JDM-JOUR TO WS-JDM-DATE(7:2).

       END-AJOUTER-MOIS-DATE.

       CALCULER-JOURS-DU-MOIS.
           EVALUATE WS-JDM-MOIS
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-JDM-JOURS
               WHEN 2
                   MOVE 28 TO WS-JDM-JOURS
                   DIVIDE WS-JDM-ANNEE BY 4 GIVING WS-JDM-QUOTIENT
                       REMAINDER WS-JDM-RESTE
                   IF WS-JDM-RESTE = ZEROS
                       MOVE 29 TO WS-JDM-JOURS
                       DIVIDE WS-JDM-ANNEE BY 100
                           GIVING WS-JDM-QUOTIENT
                           REMAINDER WS-JDM-RESTE
                       IF WS-JDM-RESTE = ZEROS
                           MOVE 28 TO WS-JDM-JOURS
                           DIVIDE WS-JDM-ANNEE BY 400
                               GIVING WS-JDM-QUOTIENT
                               REMAINDER WS-JDM-RESTE
                           IF WS-JDM-RESTE = ZEROS
                               MOVE 29 TO WS-JDM-JOURS
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-JDM-JOURS
           END-EVALUATE.

       END-CALCULER-JOURS-DU-MOIS.

       FORMATER-DATE-EDITEE.
           MOVE WS-JDM-DATE(7:2) TO WS-JDM-DATE-EDITEE(1:2).
           MOVE "/" TO WS-JDM-DATE-EDITEE(3:1).
           MOVE WS-JDM-DATE(5:2) TO WS-JDM-DATE-EDITEE(4:2).
           MOVE "/" TO WS-JDM-DATE-EDITEE(6:1).
           MOVE WS-JDM-DATE(1:4) TO WS-JDM-DATE-EDITEE(7:4).

       END-FORMATER-DATE-EDITEE.

       EDITER-DECOMPTE-DEPOT.
           OPEN EXTEND DECOMPTE-DEPOT-FILE.
           IF WS-DECOMPTE-DEPOT-STATUS = "35"
               OPEN OUTPUT DECOMPTE-DEPOT-FILE
               CLOSE DECOMPTE-DEPOT-FILE
               OPEN EXTEND DECOMPTE-DEPOT-FILE
           END-IF.
           IF WS-DECOMPTE-DEPOT-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture du fichier des décomptes"
                   " de dépôt : " WS-DECOMPTE-DEPOT-STATUS
           ELSE
               PERFORM ECRIRE-DECOMPTE-DEPOT
               CLOSE DECOMPTE-DEPOT-FILE
           END-IF.

       END-EDITER-DECOMPTE-DEPOT.

       ECRIRE-DECOMPTE-DEPOT.
           MOVE ZEROS TO WS-DEP-APPART.
           PERFORM VARYING WS-DEP-SCAN FROM 1 BY 1
               UNTIL WS-DEP-SCAN > WS-NB-APPARTEMENTS
               IF WS-CARAC-APPARTEMENT(WS-DEP-SCAN, 6)
                       = WS-BAIL-CHOISI-ID
                   MOVE WS-DEP-SCAN TO WS-DEP-APPART
               END-IF
           END-PERFORM.

           MOVE WS-CURRENT-DATE(1:8) TO WS-JDM-DATE.
           PERFORM FORMATER-DATE-EDITEE.
           MOVE WS-JDM-DATE-EDITEE TO DEP-ENT-DATE.
           WRITE DECOMPTE-DEPOT-LIGNE FROM DEP-ENTETE.
           MOVE SPACES TO DECOMPTE-DEPOT-LIGNE.
           WRITE DECOMPTE-DEPOT-LIGNE.

           MOVE SPACES TO DEP-RUBRIQUE.
           MOVE "LOCATAIRE" TO DEP-RUB-LIBELLE.
           MOVE WS-BAIL-CHOISI-LOCATAIRE TO DEP-RUB-VALEUR.
           WRITE DECOMPTE-DEPOT-LIGNE FROM DEP-RUBRIQUE.
           IF WS-DEP-APPART > ZEROS
               MOVE SPACES TO DEP-RUBRIQUE
               MOVE "LOGEMENT" TO DEP-RUB-LIBELLE
               MOVE WS-APPART-LIBELLE(WS-DEP-APPART) TO DEP-RUB-VALEUR
               WRITE DECOMPTE-DEPOT-LIGNE FROM DEP-RUBRIQUE
               MOVE SPACES TO DEP-RUBRIQUE
               MOVE "ADRESSE" TO DEP-RUB-LIBELLE
               MOVE WS-APPART-ADRESSE(WS-DEP-APPART) TO DEP-RUB-VALEUR
               WRITE DECOMPTE-DEPOT-LIGNE FROM DEP-RUBRIQUE
               MOVE SPACES TO DEP-RUBRIQUE
               MOVE WS-APPART-VILLE(WS-DEP-APPART) TO DEP-RUB-VALEUR
               WRITE DECOMPTE-DEPOT-LIGNE FROM DEP-RUBRIQUE
           END-IF.
           MOVE SPACES TO DEP-RUBRIQUE.
           MOVE "DATE D'ENTREE" TO DEP-RUB-LIBELLE.
           MOVE WS-BAIL-CHOISI-DEBUT TO WS-JDM-DATE.
           PERFORM FORMATER-DATE-EDITEE.
           MOVE WS-JDM-DATE-EDITEE TO DEP-RUB-VALEUR.
           WRITE DECOMPTE-DEPOT-LIGNE FROM DEP-RUBRIQUE.
           MOVE SPACES TO DEP-RUBRIQUE.
           MOVE "DATE DE SORTIE" TO DEP-RUB-LIBELLE.
           MOVE WS-BAIL-CHOISI-FIN TO WS-JDM-DATE.
           PERFORM FORMATER-DATE-EDITEE.
           MOVE WS-JDM-DATE-EDITEE TO DEP-RUB-VALEUR.
           WRITE DECOMPTE-DEPOT-LIGNE FROM DEP-RUBRIQUE.
           MOVE SPACES TO DECOMPTE-DEPOT-LIGNE.
           WRITE DECOMPTE-DEPOT-LIGNE.

           MOVE SPACES TO DEP-MONTANT-LIGNE.
           MOVE "DEPOT DE GARANTIE VERSE" TO DEP-MNT-LIBELLE.
           MOVE WS-BAIL-CHOISI-DEPOT TO DEP-MNT-VALEUR.
           WRITE DECOMPTE-DEPOT-LIGNE FROM DEP-MONTANT-LIGNE.
           MOVE SPACES TO DECOMPTE-DEPOT-LIGNE.
           WRITE DECOMPTE-DEPOT-LIGNE.

           MOVE "RETENUES SUIVANT ETAT DES LIEUX DE SORTIE :"
               TO DECOMPTE-DEPOT-LIGNE.
           WRITE DECOMPTE-DEPOT-LIGNE.
           IF WS-DEP-NB-POSTES = ZEROS
               MOVE "  AUCUNE RETENUE" TO DECOMPTE-DEPOT-LIGNE
               WRITE DECOMPTE-DEPOT-LIGNE
           END-IF.
           PERFORM VARYING WS-DEP-SCAN FROM 1 BY 1
               UNTIL WS-DEP-SCAN > WS-DEP-NB-POSTES
               MOVE SPACES TO DEP-MONTANT-LIGNE
               MOVE WS-DEP-POSTE-LIB(WS-DEP-SCAN)
                   TO DEP-MNT-LIBELLE(3:30)
               MOVE WS-DEP-POSTE-MNT(WS-DEP-SCAN) TO DEP-MNT-VALEUR
               WRITE DECOMPTE-DEPOT-LIGNE FROM DEP-MONTANT-LIGNE
           END-PERFORM.
           MOVE SPACES TO DEP-MONTANT-LIGNE.
           MOVE "TOTAL DES RETENUES" TO DEP-MNT-LIBELLE.
           MOVE WS-DEP-TOTAL-POSTES TO DEP-MNT-VALEUR.
           WRITE DECOMPTE-DEPOT-LIGNE FROM DEP-MONTANT-LIGNE.
           MOVE SPACES TO DECOMPTE-DEPOT-LIGNE.
           WRITE DECOMPTE-DEPOT-LIGNE.

           MOVE "LOYERS ET RESTES DUS :" TO DECOMPTE-DEPOT-LIGNE.
           WRITE DECOMPTE-DEPOT-LIGNE.
           IF WS-DEP-NB-IMP = ZEROS
               MOVE "  AUCUN IMPAYE" TO DECOMPTE-DEPOT-LIGNE
               WRITE DECOMPTE-DEPOT-LIGNE
           END-IF.
           PERFORM VARYING WS-DEP-SCAN FROM 1 BY 1
               UNTIL WS-DEP-SCAN > WS-DEP-NB-IMP
               MOVE SPACES TO DEP-MONTANT-LIGNE
               MOVE "  PERIODE" TO DEP-MNT-LIBELLE
               MOVE WS-DEP-IMP-PERIODE(WS-DEP-SCAN)(5:2)
                   TO DEP-MNT-LIBELLE(11:2)
               MOVE "/" TO DEP-MNT-LIBELLE(13:1)
               MOVE WS-DEP-IMP-PERIODE(WS-DEP-SCAN)(1:4)
                   TO DEP-MNT-LIBELLE(14:4)
               MOVE WS-DEP-IMP-RESTANT(WS-DEP-SCAN) TO DEP-MNT-VALEUR
               WRITE DECOMPTE-DEPOT-LIGNE FROM DEP-MONTANT-LIGNE
           END-PERFORM.
           MOVE SPACES TO DEP-MONTANT-LIGNE.
           MOVE "TOTAL DES SOMMES DUES" TO DEP-MNT-LIBELLE.
           MOVE WS-DEP-TOTAL-IMPAYES TO DEP-MNT-VALEUR.
           WRITE DECOMPTE-DEPOT-LIGNE FROM DEP-MONTANT-LIGNE.
           MOVE SPACES TO DECOMPTE-DEPOT-LIGNE.
           WRITE DECOMPTE-DEPOT-LIGNE.

           MOVE SPACES TO DEP-MONTANT-LIGNE.
           IF WS-DEP-SOLDE < ZEROS
               MOVE "SOLDE RESTANT DU PAR LE LOCATAIRE"
                   TO DEP-MNT-LIBELLE
               COMPUTE DEP-MNT-VALEUR = ZEROS - WS-DEP-SOLDE
           ELSE
               MOVE "MONTANT A RESTITUER" TO DEP-MNT-LIBELLE
               MOVE WS-BAIL-CHOISI-DEPOT-RESTITUER TO DEP-MNT-VALEUR
           END-IF.
           WRITE DECOMPTE-DEPOT-LIGNE FROM DEP-MONTANT-LIGNE.
           MOVE SPACES TO DEP-RUBRIQUE.
           MOVE "DATE LIMITE DE RESTITUTION" TO DEP-RUB-LIBELLE.
           MOVE WS-BAIL-CHOISI-DEPOT-LIMITE TO WS-JDM-DATE.
           PERFORM FORMATER-DATE-EDITEE.
           MOVE WS-JDM-DATE-EDITEE TO DEP-RUB-VALEUR.
           WRITE DECOMPTE-DEPOT-LIGNE FROM DEP-RUBRIQUE.
           MOVE SPACES TO DECOMPTE-DEPOT-LIGNE.
           WRITE DECOMPTE-DEPOT-LIGNE.

           MOVE SPACES TO DEP-RUBRIQUE.
           MOVE "FAIT LE" TO DEP-RUB-LIBELLE.
           MOVE DEP-ENT-DATE TO DEP-RUB-VALEUR.
           WRITE DECOMPTE-DEPOT-LIGNE FROM DEP-RUBRIQUE.
           MOVE SPACES TO DECOMPTE-DEPOT-LIGNE.
           WRITE DECOMPTE-DEPOT-LIGNE.
           MOVE SPACES TO DEP-RUBRIQUE.
           MOVE "SIGNATURE DU BAILLEUR" TO DEP-RUB-LIBELLE.
           MOVE "SIGNATURE DU LOCATAIRE" TO DEP-RUB-VALEUR.
           WRITE DECOMPTE-DEPOT-LIGNE FROM DEP-RUBRIQUE.
           MOVE SPACES TO DECOMPTE-DEPOT-LIGNE.
           WRITE DECOMPTE-DEPOT-LIGNE.
           WRITE DECOMPTE-DEPOT-LIGNE.
           WRITE DECOMPTE-DEPOT-LIGNE.

       END-ECRIRE-DECOMPTE-DEPOT.

       START-RESTITUER-DEPOT.

           DISPLAY X'0A'.
           MOVE 1 TO WS-SORTIE-CHOIX.
           MOVE ZEROS TO WS-SORT-KEY.
           MOVE ZEROS TO WS-FILTER-COL.
           MOVE ZEROS TO WS-FILTER-MIN.
           MOVE ZEROS TO WS-FILTER-MAX.
           CALL 'PrintAppartmennts' USING
               TABLEAU,
               WS-LIST-INDEX,
               WS-NB-APPARTEMENTS,
               WS-SORT-KEY,
               WS-FILTER-COL,
               WS-FILTER-MIN,
               WS-FILTER-MAX,
               WS-SORTIE-CHOIX.

           IF WS-NB-APPARTEMENTS = ZEROS
               DISPLAY "Aucun appartement enregistré." X'0A'
               GO TO START-MENU-CHOICE
           END-IF.

           MOVE ZEROS TO WS-APPART-TOEDIT.
           PERFORM UNTIL WS-APPART-TOEDIT > ZEROS AND
               WS-APPART-TOEDIT <= WS-NB-APPARTEMENTS

               DISPLAY "Pour quel appartement enregistrer la"
                   " restitution ? "
               ACCEPT WS-APPART-TOEDIT

               IF WS-APPART-TOEDIT = ZEROS OR
                   WS-APPART-TOEDIT > WS-NB-APPARTEMENTS
                   DISPLAY "Numéro de l'appartement invalide"
                   MOVE ZEROS TO WS-APPART-TOEDIT
               END-IF

           END-PERFORM.

           MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 6)
               TO WS-BAIL-ID-RECHERCHE.
           PERFORM CHARGER-BAUX.

           IF WS-BAIL-DEBORDEMENT = 'Y'
               DISPLAY "Le fichier des baux dépasse 1000"
                   " enregistrements, restitution impossible." X'0A'
               GO TO START-MENU-CHOICE
           END-IF.

           MOVE ZEROS TO WS-BAIL-TROUVE.
           PERFORM VARYING WS-BAIL-SCAN FROM 1 BY 1
               UNTIL WS-BAIL-SCAN > WS-BAIL-COUNT
               MOVE WS-BAIL-LIGNE(WS-BAIL-SCAN) TO WS-BAIL-CHOISI
               IF WS-BAIL-CHOISI-ID = WS-BAIL-ID-RECHERCHE AND
                   WS-BAIL-CHOISI-DEPOT-STATUT = 'N'
                   MOVE WS-BAIL-SCAN TO WS-BAIL-TROUVE
               END-IF
           END-PERFORM.

           IF WS-BAIL-TROUVE = ZEROS
               DISPLAY "Aucun dépôt de garantie en attente de"
                   " restitution pour cet appartement." X'0A'
               GO TO START-MENU-CHOICE
           END-IF.

           MOVE WS-BAIL-LIGNE(WS-BAIL-TROUVE) TO WS-BAIL-CHOISI.
           DISPLAY "Bail clôturé - locataire : "
               WS-BAIL-CHOISI-LOCATAIRE.
           MOVE WS-BAIL-CHOISI-DEPOT-RESTITUER TO WS-FORMATED-FLOAT.
           MOVE WS-BAIL-CHOISI-DEPOT-LIMITE TO WS-JDM-DATE.
           PERFORM FORMATER-DATE-EDITEE.
           DISPLAY " - Dépôt à restituer : " WS-FORMATED-FLOAT
               " avant le " WS-JDM-DATE-EDITEE.

           MOVE SPACES TO WS-DEP-DATE-REST.
           PERFORM UNTIL WS-DEP-DATE-REST IS NUMERIC AND
               WS-DEP-DATE-REST >= WS-BAIL-CHOISI-FIN
               DISPLAY "Entrez la date de restitution (AAAAMMJJ) : "
               ACCEPT WS-DEP-DATE-REST
               IF WS-DEP-DATE-REST IS NOT NUMERIC OR
                   WS-DEP-DATE-REST < WS-BAIL-CHOISI-FIN
                   DISPLAY "La date doit être au format AAAAMMJJ et"
                       " postérieure à la fin du bail"
               END-IF
           END-PERFORM.

           MOVE 'R' TO WS-BAIL-CHOISI-DEPOT-STATUT.
           MOVE WS-DEP-DATE-REST TO WS-BAIL-CHOISI-DEPOT-DATE-REST.
           MOVE WS-BAIL-CHOISI TO WS-BAIL-LIGNE(WS-BAIL-TROUVE).
           PERFORM SAUVER-BAUX.

           MOVE WS-BAIL-CHOISI-ID TO WS-AUD-NUMERO.
           MOVE "DEPOT RESTIT" TO WS-AUD-CHAMP.
           MOVE "NON RESTITUE" TO WS-AUD-ANCIENNE.
           MOVE WS-FORMATED-FLOAT TO WS-AUD-NOUVELLE.
           PERFORM WRITE-AUDIT-LINE.

           DISPLAY "Restitution du dépôt enregistrée pour"
               " l'appartement n° " WS-APPART-TOEDIT " - "
               WS-APPART-LIBELLE(WS-APPART-TOEDIT).
           IF WS-DEP-DATE-REST > WS-BAIL-CHOISI-DEPOT-LIMITE
               DISPLAY "ATTENTION : restitution effectuée après la"
                   " date limite légale."
           END-IF.
           DISPLAY " ".

       END-RESTITUER-DEPOT.
           GO TO START-MENU-CHOICE.

       START-ETAT-DEPOTS.

           MOVE "DEPOTS" TO WS-OPER-CODE.
           PERFORM LOAD-PORTFOLIO.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-DEP-AUJOURDHUI.

           PERFORM CHARGER-BAUX.
           IF WS-BAIL-DEBORDEMENT = 'Y'
               DISPLAY "Le fichier des baux dépasse 1000"
                   " enregistrements, état impossible." X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-ETAT-DEPOTS
           END-IF.

           OPEN OUTPUT ETAT-DEPOTS-FILE.
           IF WS-ETAT-DEPOTS-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture du fichier de l'état des"
                   " dépôts : " WS-ETAT-DEPOTS-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO END-START-ETAT-DEPOTS
           END-IF.

           MOVE ZEROS TO WS-DEP-NB-ATTENTE.
           MOVE ZEROS TO WS-DEP-NB-RETARD.
           MOVE ZEROS TO WS-DEP-MNT-ATTENTE.
           MOVE ZEROS TO WS-DEP-MNT-RETARD.
           MOVE ZEROS TO WS-DEP-PAGE-COUNT.
           PERFORM ECRIRE-ENTETE-DEPOTS.

           PERFORM VARYING WS-BAIL-SCAN FROM 1 BY 1
               UNTIL WS-BAIL-SCAN > WS-BAIL-COUNT

               MOVE WS-BAIL-LIGNE(WS-BAIL-SCAN) TO WS-BAIL-CHOISI
               IF WS-BAIL-CHOISI-DEPOT-STATUT = 'N'
                   PERFORM ECRIRE-DETAIL-DEPOT
               END-IF

           END-PERFORM.

           MOVE SPACES TO ETAT-DEPOTS-LIGNE.
           WRITE ETAT-DEPOTS-LIGNE.
           MOVE WS-DEP-NB-ATTENTE TO DEP-TOT-NB-ATTENTE.
           MOVE WS-DEP-MNT-ATTENTE TO DEP-TOT-MNT-ATTENTE.
           MOVE WS-DEP-NB-RETARD TO DEP-TOT-NB-RETARD.
           MOVE WS-DEP-MNT-RETARD TO DEP-TOT-MNT-RETARD.
           WRITE ETAT-DEPOTS-LIGNE FROM DEP-ETAT-TOTAUX.
           CLOSE ETAT-DEPOTS-FILE.

           DISPLAY "Dépôts de garantie non restitués : "
               WS-DEP-NB-ATTENTE.
           MOVE WS-DEP-MNT-ATTENTE TO WS-FORMATED-FLOAT.
           DISPLAY " - Montant à restituer : " WS-FORMATED-FLOAT.
           DISPLAY " - Dont hors délai légal : " WS-DEP-NB-RETARD.
           MOVE WS-DEP-MNT-RETARD TO WS-FORMATED-FLOAT.
           DISPLAY " - Montant en retard : " WS-FORMATED-FLOAT.
           DISPLAY "État écrit dans DEPOTS.TXT" X'0A'.

       END-START-ETAT-DEPOTS.
           STOP RUN.

       ECRIRE-DETAIL-DEPOT.
           MOVE ZEROS TO WS-DEP-APPART.
           PERFORM VARYING WS-DEP-SCAN FROM 1 BY 1
               UNTIL WS-DEP-SCAN > WS-NB-APPARTEMENTS
               IF WS-CARAC-APPARTEMENT(WS-DEP-SCAN, 6)
                       = WS-BAIL-CHOISI-ID
                   MOVE WS-DEP-SCAN TO WS-DEP-APPART
               END-IF
           END-PERFORM.

           IF WS-BAIL-CHOISI-DEPOT-LIMITE < WS-DEP-AUJOURDHUI
               MOVE 'Y' TO WS-DEP-RETARD
           ELSE
               MOVE 'N' TO WS-DEP-RETARD
           END-IF.

           IF WS-DEP-LIGNE-COUNT >= 60
               PERFORM ECRIRE-ENTETE-DEPOTS
           END-IF.

           MOVE SPACES TO DEP-ETAT-DETAIL.
           MOVE WS-DEP-APPART TO DEP-DET-NUMERO.
           IF WS-DEP-APPART > ZEROS
               MOVE WS-APPART-LIBELLE(WS-DEP-APPART) TO DEP-DET-LIBELLE
           ELSE
               MOVE "(INCONNU)" TO DEP-DET-LIBELLE
           END-IF.
           MOVE WS-BAIL-CHOISI-LOCATAIRE(1:20) TO DEP-DET-LOCATAIRE.
           MOVE WS-BAIL-CHOISI-FIN TO WS-JDM-DATE.
           PERFORM FORMATER-DATE-EDITEE.
           MOVE WS-JDM-DATE-EDITEE TO DEP-DET-SORTIE.
           MOVE WS-BAIL-CHOISI-DEPOT-RESTITUER TO DEP-DET-MONTANT.
           MOVE WS-BAIL-CHOISI-DEPOT-LIMITE TO WS-JDM-DATE.
           PERFORM FORMATER-DATE-EDITEE.
           MOVE WS-JDM-DATE-EDITEE TO DEP-DET-LIMITE.
           IF WS-DEP-RETARD = 'Y'
               MOVE "EN RETARD" TO DEP-DET-SITUATION
               ADD 1 TO WS-DEP-NB-RETARD
               ADD WS-BAIL-CHOISI-DEPOT-RESTITUER TO WS-DEP-MNT-RETARD
           ELSE
               MOVE "A RENDRE" TO DEP-DET-SITUATION
           END-IF.
           WRITE ETAT-DEPOTS-LIGNE FROM DEP-ETAT-DETAIL.
           ADD 1 TO WS-DEP-LIGNE-COUNT.
           ADD 1 TO WS-DEP-NB-ATTENTE.
           ADD WS-BAIL-CHOISI-DEPOT-RESTITUER TO WS-DEP-MNT-ATTENTE.

       END-ECRIRE-DETAIL-DEPOT.

       ECRIRE-ENTETE-DEPOTS.
           ADD 1 TO WS-DEP-PAGE-COUNT.
           MOVE WS-CURRENT-DATE(7:2) TO DEP-ETA-DATE(1:2).
           MOVE "/" TO DEP-ETA-DATE(3:1).
           MOVE WS-CURRENT-DATE(5:2) TO DEP-ETA-DATE(4:2).
           MOVE "/" TO DEP-ETA-DATE(6:1).
           MOVE WS-CURRENT-DATE(1:4) TO DEP-ETA-DATE(7:4).
           MOVE WS-DEP-PAGE-COUNT TO DEP-ETA-PAGE.

           IF WS-DEP-PAGE-COUNT > 1
               MOVE SPACES TO ETAT-DEPOTS-LIGNE
               WRITE ETAT-DEPOTS-LIGNE
           END-IF.
           WRITE ETAT-DEPOTS-LIGNE FROM DEP-ETAT-ENTETE.
           MOVE SPACES TO ETAT-DEPOTS-LIGNE.
           WRITE ETAT-DEPOTS-LIGNE.
           WRITE ETAT-DEPOTS-LIGNE FROM DEP-ETAT-COLONNES.
           MOVE ZEROS TO WS-DEP-LIGNE-COUNT.

       END-ECRIRE-ENTETE-DEPOTS.

       CHARGER-CATEGORIES.
           MOVE ZEROS TO WS-CAT-COUNT.
           MOVE 'N' TO WS-CAT-DEBORDEMENT.
           OPEN INPUT CATEGORIE-FILE.
           IF WS-CATEGORIE-STATUS IS NOT = "35"
               READ CATEGORIE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-CATEGORIE-STATUS
               END-READ
               PERFORM UNTIL WS-CATEGORIE-STATUS = "10"
                   IF WS-CAT-COUNT < 200
                       ADD 1 TO WS-CAT-COUNT
                       MOVE CATEGORIE-RECORD
                           TO WS-CAT-LIGNE(WS-CAT-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-CAT-DEBORDEMENT
                   END-IF
                   READ CATEGORIE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-CATEGORIE-STATUS
                   END-READ
               END-PERFORM
               CLOSE CATEGORIE-FILE
           END-IF.

       END-CHARGER-CATEGORIES.

       SAUVER-CATEGORIES.
           OPEN OUTPUT CATEGORIE-FILE.
           IF WS-CATEGORIE-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture du fichier des"
                   " catégories : " WS-CATEGORIE-STATUS
           ELSE
               PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
                   UNTIL WS-CAT-SCAN > WS-CAT-COUNT
                   MOVE WS-CAT-LIGNE(WS-CAT-SCAN) TO CATEGORIE-RECORD
                   WRITE CATEGORIE-RECORD
               END-PERFORM
               CLOSE CATEGORIE-FILE
           END-IF.

       END-SAUVER-CATEGORIES.

       TROUVER-CATEGORIE.
           MOVE ZEROS TO WS-CAT-TROUVE.
           MOVE 'N' TO WS-CAT-RECUP.
           PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
               UNTIL WS-CAT-SCAN > WS-CAT-COUNT
               MOVE WS-CAT-LIGNE(WS-CAT-SCAN) TO WS-CAT-CHOISIE
               IF WS-CAT-CH-CODE = WS-CAT-CODE
                   MOVE WS-CAT-SCAN TO WS-CAT-TROUVE
                   MOVE WS-CAT-CH-RECUP TO WS-CAT-RECUP
                   MOVE WS-CAT-CH-LIBELLE TO WS-CAT-LIBELLE
               END-IF
           END-PERFORM.

       END-TROUVER-CATEGORIE.

       START-GESTION-CATEGORIES.

           PERFORM CHARGER-CATEGORIES.
           IF WS-CAT-DEBORDEMENT = 'Y'
               DISPLAY "Le fichier des catégories dépasse 200"
                   " enregistrements, modification impossible." X'0A'
               GO TO START-MENU-CHOICE
           END-IF.

           DISPLAY X'0A' "Catégories de charges déclarées :".
           IF WS-CAT-COUNT = ZEROS
               DISPLAY " (aucune, toutes les charges sont traitées"
                   " comme non récupérables)"
           END-IF.
           PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
               UNTIL WS-CAT-SCAN > WS-CAT-COUNT
               MOVE WS-CAT-LIGNE(WS-CAT-SCAN) TO WS-CAT-CHOISIE
               IF WS-CAT-CH-RECUP = 'O'
                   DISPLAY " - " WS-CAT-CH-CODE
                       " : récupérable     - " WS-CAT-CH-LIBELLE
               ELSE
                   DISPLAY " - " WS-CAT-CH-CODE
                       " : non récupérable - " WS-CAT-CH-LIBELLE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-CAT-CODE.
           DISPLAY X'0A' "Code de la catégorie à déclarer"
               " (vide = retour au menu) : ".
           ACCEPT WS-CAT-CODE.
           IF WS-CAT-CODE = SPACES
               DISPLAY " "
               GO TO START-MENU-CHOICE
           END-IF.

           PERFORM TROUVER-CATEGORIE.
           IF WS-CAT-TROUVE = ZEROS AND WS-CAT-COUNT >= 200
               DISPLAY "Nombre maximal de catégories atteint (200)."
                   X'0A'
               GO TO START-MENU-CHOICE
           END-IF.
           IF WS-CAT-TROUVE = ZEROS
               MOVE SPACES TO WS-CAT-LIBELLE
           END-IF.

           MOVE SPACES TO WS-CAT-RECUP.
           PERFORM UNTIL WS-CAT-RECUP = 'O' OR WS-CAT-RECUP = 'N'
               DISPLAY "Charge récupérable sur le locataire (O/N) ? "
               ACCEPT WS-CAT-RECUP
               IF WS-CAT-RECUP = 'o'
                   MOVE 'O' TO WS-CAT-RECUP
               END-IF
               IF WS-CAT-RECUP = 'n'
                   MOVE 'N' TO WS-CAT-RECUP
               END-IF
               IF WS-CAT-RECUP IS NOT = 'O' AND
                   WS-CAT-RECUP IS NOT = 'N'
                   DISPLAY "Répondez par O ou N"
               END-IF
           END-PERFORM.

           DISPLAY "Libellé de la catégorie (vide = inchangé) : ".
           MOVE SPACES TO WS-CAT-CH-LIBELLE.
           ACCEPT WS-CAT-CH-LIBELLE.
           IF WS-CAT-CH-LIBELLE = SPACES
               MOVE WS-CAT-LIBELLE TO WS-CAT-CH-LIBELLE
           END-IF.

           MOVE WS-CAT-CODE TO WS-CAT-CH-CODE.
           MOVE WS-CAT-RECUP TO WS-CAT-CH-RECUP.
           IF WS-CAT-TROUVE = ZEROS
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-CAT-TROUVE
           END-IF.
           MOVE WS-CAT-CHOISIE TO WS-CAT-LIGNE(WS-CAT-TROUVE).
           PERFORM SAUVER-CATEGORIES.

           DISPLAY "Catégorie " WS-CAT-CODE " enregistrée." X'0A'.

       END-GESTION-CATEGORIES.
           GO TO START-MENU-CHOICE.

       START-MODIFIER-PROVISION.

           DISPLAY X'0A'.
           MOVE 1 TO WS-SORTIE-CHOIX.
           MOVE ZEROS TO WS-SORT-KEY.
           MOVE ZEROS TO WS-FILTER-COL.
           MOVE ZEROS TO WS-FILTER-MIN.
           MOVE ZEROS TO WS-FILTER-MAX.
           CALL 'PrintAppartmennts' USING
               TABLEAU,
               WS-LIST-INDEX,
               WS-NB-APPARTEMENTS,
               WS-SORT-KEY,
               WS-FILTER-COL,
               WS-FILTER-MIN,
               WS-FILTER-MAX,
               WS-SORTIE-CHOIX.

           IF WS-NB-APPARTEMENTS = ZEROS
               DISPLAY "Aucun appartement enregistré." X'0A'
               GO TO START-MENU-CHOICE
           END-IF.

           MOVE ZEROS TO WS-APPART-TOEDIT.
           PERFORM UNTIL WS-APPART-TOEDIT > ZEROS AND
               WS-APPART-TOEDIT <= WS-NB-APPARTEMENTS

               DISPLAY "Pour quel appartement modifier la provision ? "
               ACCEPT WS-APPART-TOEDIT

               IF WS-APPART-TOEDIT = ZEROS OR
                   WS-APPART-TOEDIT > WS-NB-APPARTEMENTS
                   DISPLAY "Numéro de l'appartement invalide"
                   MOVE ZEROS TO WS-APPART-TOEDIT
               END-IF

           END-PERFORM.

           MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 6)
               TO WS-BAIL-ID-RECHERCHE.
           PERFORM CHARGER-BAUX.

           IF WS-BAIL-DEBORDEMENT = 'Y'
               DISPLAY "Le fichier des baux dépasse 1000"
                   " enregistrements, modification impossible." X'0A'
               GO TO START-MENU-CHOICE
           END-IF.

           PERFORM TROUVER-BAIL-ACTIF.

           IF WS-BAIL-TROUVE = ZEROS
               DISPLAY "Aucun bail actif pour cet appartement." X'0A'
               GO TO START-MENU-CHOICE
           END-IF.

           MOVE WS-BAIL-LIGNE(WS-BAIL-TROUVE) TO WS-BAIL-CHOISI.
           DISPLAY "Bail actif - locataire : "
               WS-BAIL-CHOISI-LOCATAIRE.
           MOVE WS-BAIL-CHOISI-PROVISION TO WS-FORMATED-FLOAT.
           DISPLAY " - Provision actuelle : " WS-FORMATED-FLOAT.
           MOVE WS-FORMATED-FLOAT TO WS-AUD-ANCIENNE.

           DISPLAY "Entrez la nouvelle provision mensuelle pour"
               " charges (0 = aucune) : ".
           ACCEPT WS-BAIL-PROVISION.

           MOVE WS-BAIL-PROVISION TO WS-BAIL-CHOISI-PROVISION.
           MOVE WS-BAIL-CHOISI TO WS-BAIL-LIGNE(WS-BAIL-TROUVE).
           PERFORM SAUVER-BAUX.

           MOVE WS-BAIL-CHOISI-ID TO WS-AUD-NUMERO.
           MOVE "PROVISION" TO WS-AUD-CHAMP.
           MOVE WS-BAIL-PROVISION TO WS-FORMATED-FLOAT.
           MOVE WS-FORMATED-FLOAT TO WS-AUD-NOUVELLE.
           PERFORM WRITE-AUDIT-LINE.

           DISPLAY "Provision pour charges modifiée pour"
               " l'appartement n° " WS-APPART-TOEDIT " - "
               WS-APPART-LIBELLE(WS-APPART-TOEDIT) X'0A'.

       END-MODIFIER-PROVISION.
           GO TO START-MENU-CHOICE.

       START-REGUL-CHARGES.

           MOVE "REGUL" TO WS-OPER-CODE.
           PERFORM LOAD-PORTFOLIO.

           MOVE SPACES TO WS-RGC-ANNEE.
           PERFORM UNTIL WS-RGC-ANNEE IS NUMERIC AND
               WS-RGC-ANNEE IS NOT = "0000"
               DISPLAY "Entrez l'année des charges à régulariser"
                   " (AAAA) : "
               ACCEPT WS-RGC-ANNEE
               IF WS-RGC-ANNEE IS NOT NUMERIC OR
                   WS-RGC-ANNEE = "0000"
                   DISPLAY "L'année doit être au format AAAA"
               END-IF
           END-PERFORM.

           PERFORM CHARGER-EXERCICES-CLOS.
           IF WS-RGC-ANNEE <= WS-CLO-DERNIERE
               DISPLAY "L'exercice " WS-RGC-ANNEE " est clôturé, "
                   "régularisation refusée." X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-REGUL-CHARGES
           END-IF.

           PERFORM CHARGER-BAUX.
           IF WS-BAIL-DEBORDEMENT = 'Y'
               DISPLAY "Le fichier des baux dépasse 1000"
                   " enregistrements, régularisation impossible."
                   X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-REGUL-CHARGES
           END-IF.

           PERFORM CHARGER-CATEGORIES.
           IF WS-CAT-DEBORDEMENT = 'Y'
               DISPLAY "Le fichier des catégories dépasse 200"
                   " enregistrements, régularisation impossible."
                   X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-REGUL-CHARGES
           END-IF.
           PERFORM CHARGER-REVISIONS-BAIL.

           OPEN OUTPUT REGUL-CHARGES-FILE.
           IF WS-REGUL-CHARGES-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture du fichier de"
                   " régularisation : " WS-REGUL-CHARGES-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO END-START-REGUL-CHARGES
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-RGC-ANNEE TO WS-RGC-DEBUT-AN(1:4).
           MOVE "0101" TO WS-RGC-DEBUT-AN(5:4).
           MOVE WS-RGC-ANNEE TO WS-RGC-FIN-AN(1:4).
           MOVE "1231" TO WS-RGC-FIN-AN(5:4).
           MOVE WS-RGC-FIN-AN TO WS-JDM-DATE.
           PERFORM CALCULER-QUANTIEME.
           MOVE WS-JDM-QUANTIEME TO WS-RGC-JOURS-AN.

           MOVE ZEROS TO WS-RGC-NB.
           MOVE ZEROS TO WS-RGC-NB-COMPLEMENTS.
           MOVE ZEROS TO WS-RGC-NB-TROP-PERCUS.
           MOVE ZEROS TO WS-RGC-TOT-COMPLEMENTS.
           MOVE ZEROS TO WS-RGC-TOT-TROP-PERCUS.
           MOVE ZEROS TO WS-RGC-PAGE-COUNT.

           PERFORM VARYING WS-BAIL-SCAN FROM 1 BY 1
               UNTIL WS-BAIL-SCAN > WS-BAIL-COUNT

               MOVE WS-BAIL-LIGNE(WS-BAIL-SCAN) TO WS-BAIL-CHOISI
               IF WS-BAIL-CHOISI-DEBUT IS NUMERIC AND
                   WS-BAIL-CHOISI-DEBUT <= WS-RGC-FIN-AN AND
                   (WS-BAIL-CHOISI-FIN = "00000000" OR
                    WS-BAIL-CHOISI-FIN >= WS-RGC-DEBUT-AN)
                   PERFORM TRAITER-REGUL-BAIL
               END-IF

           END-PERFORM.

           MOVE SPACES TO REGUL-CHARGES-LIGNE.
           WRITE REGUL-CHARGES-LIGNE.
           MOVE WS-RGC-NB TO RGC-TOT-NB.
           MOVE WS-RGC-NB-COMPLEMENTS TO RGC-TOT-NB-COMPL.
           MOVE WS-RGC-TOT-COMPLEMENTS TO RGC-TOT-COMPLEMENTS.
           MOVE WS-RGC-NB-TROP-PERCUS TO RGC-TOT-NB-TROP.
           MOVE WS-RGC-TOT-TROP-PERCUS TO RGC-TOT-TROP-PERCUS.
           WRITE REGUL-CHARGES-LIGNE FROM RGC-TOTAUX.
           CLOSE REGUL-CHARGES-FILE.

           DISPLAY "Régularisation des charges " WS-RGC-ANNEE " :".
           DISPLAY " - Décomptes édités : " WS-RGC-NB.
           MOVE WS-RGC-TOT-COMPLEMENTS TO WS-FORMATED-FLOAT.
           DISPLAY " - Compléments à réclamer : "
               WS-RGC-NB-COMPLEMENTS " pour " WS-FORMATED-FLOAT.
           MOVE WS-RGC-TOT-TROP-PERCUS TO WS-FORMATED-FLOAT.
           DISPLAY " - Trop-perçus à rembourser : "
               WS-RGC-NB-TROP-PERCUS " pour " WS-FORMATED-FLOAT.
           DISPLAY "Décomptes écrits dans REGULCHARGES.TXT" X'0A'.

       END-START-REGUL-CHARGES.
           STOP RUN.

       TRAITER-REGUL-BAIL.
           IF WS-BAIL-CHOISI-DEBUT > WS-RGC-DEBUT-AN
               MOVE WS-BAIL-CHOISI-DEBUT TO WS-RGC-DEBUT-OCC
           ELSE
               MOVE WS-RGC-DEBUT-AN TO WS-RGC-DEBUT-OCC
           END-IF.
           IF WS-BAIL-CHOISI-FIN = "00000000" OR
               WS-BAIL-CHOISI-FIN > WS-RGC-FIN-AN
               MOVE WS-RGC-FIN-AN TO WS-RGC-FIN-OCC
           ELSE
               MOVE WS-BAIL-CHOISI-FIN TO WS-RGC-FIN-OCC
           END-IF.

           MOVE WS-RGC-FIN-OCC TO WS-JDM-DATE.
           PERFORM CALCULER-QUANTIEME.
           MOVE WS-JDM-QUANTIEME TO WS-RGC-JOURS-OCC.
           MOVE WS-RGC-DEBUT-OCC TO WS-JDM-DATE.
           PERFORM CALCULER-QUANTIEME.
           COMPUTE WS-RGC-JOURS-OCC =
               WS-RGC-JOURS-OCC - WS-JDM-QUANTIEME + 1.

           PERFORM CUMULER-CHARGES-RECUP.
           MOVE ZEROS TO WS-RGC-TOTAL-CHARGES.
           MOVE ZEROS TO WS-RGC-QUOTE-PART.
           PERFORM VARYING WS-RGC-SCAN FROM 1 BY 1
               UNTIL WS-RGC-SCAN > WS-RGC-NB-CAT
               COMPUTE WS-RGC-CAT-QUOTE(WS-RGC-SCAN) ROUNDED =
                   WS-RGC-CAT-MONTANT(WS-RGC-SCAN) *
                   WS-RGC-JOURS-OCC / WS-RGC-JOURS-AN
               ADD WS-RGC-CAT-MONTANT(WS-RGC-SCAN)
                   TO WS-RGC-TOTAL-CHARGES
               ADD WS-RGC-CAT-QUOTE(WS-RGC-SCAN) TO WS-RGC-QUOTE-PART
           END-PERFORM.

           PERFORM CUMULER-PROVISIONS-BAIL.

           IF WS-RGC-NB-CAT > ZEROS OR WS-RGC-PROVISIONS > ZEROS
               COMPUTE WS-RGC-SOLDE =
                   WS-RGC-QUOTE-PART - WS-RGC-PROVISIONS
               IF WS-RGC-SOLDE > ZEROS
                   ADD 1 TO WS-RGC-NB-COMPLEMENTS
                   ADD WS-RGC-SOLDE TO WS-RGC-TOT-COMPLEMENTS
               END-IF
               IF WS-RGC-SOLDE < ZEROS
                   ADD 1 TO WS-RGC-NB-TROP-PERCUS
                   SUBTRACT WS-RGC-SOLDE FROM WS-RGC-TOT-TROP-PERCUS
               END-IF
               ADD 1 TO WS-RGC-NB
               PERFORM ECRIRE-DECOMPTE-REGUL
           END-IF.

       END-TRAITER-REGUL-BAIL.

       CUMULER-CHARGES-RECUP.
           MOVE ZEROS TO WS-RGC-NB-CAT.
           OPEN INPUT CHARGE-FILE.
           IF WS-CHARGE-FILE-STATUS IS NOT = "35"
               READ CHARGE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-CHARGE-FILE-STATUS
               END-READ
               PERFORM UNTIL WS-CHARGE-FILE-STATUS = "10"

                   IF CHG-NUMERO = WS-BAIL-CHOISI-ID AND
                       CHG-PERIODE(1:4) = WS-RGC-ANNEE
                       MOVE CHG-CATEGORIE TO WS-CAT-CODE
                       PERFORM TROUVER-CATEGORIE
                       IF WS-CAT-RECUP = 'O'
                           PERFORM MEMORISER-CHARGE-RECUP
                       END-IF
                   END-IF

                   READ CHARGE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-CHARGE-FILE-STATUS
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           END-IF.

       END-CUMULER-CHARGES-RECUP.

       MEMORISER-CHARGE-RECUP.
           MOVE ZEROS TO WS-RGC-TROUVE.
           PERFORM VARYING WS-RGC-SCAN FROM 1 BY 1
               UNTIL WS-RGC-SCAN > WS-RGC-NB-CAT
               IF WS-RGC-CAT-CODE(WS-RGC-SCAN) = CHG-CATEGORIE
                   MOVE WS-RGC-SCAN TO WS-RGC-TROUVE
               END-IF
           END-PERFORM.
           IF WS-RGC-TROUVE = ZEROS AND WS-RGC-NB-CAT < 50
               ADD 1 TO WS-RGC-NB-CAT
               MOVE WS-RGC-NB-CAT TO WS-RGC-TROUVE
               MOVE CHG-CATEGORIE TO WS-RGC-CAT-CODE(WS-RGC-TROUVE)
               MOVE ZEROS TO WS-RGC-CAT-MONTANT(WS-RGC-TROUVE)
           END-IF.
           IF WS-RGC-TROUVE > ZEROS
               ADD CHG-MONTANT TO WS-RGC-CAT-MONTANT(WS-RGC-TROUVE)
           END-IF.

       END-MEMORISER-CHARGE-RECUP.

       CUMULER-PROVISIONS-BAIL.
           MOVE ZEROS TO WS-RGC-PROVISIONS.
           PERFORM CUMULER-LOYERS-BAIL.

           MOVE WS-RGC-DEBUT-OCC(1:6) TO WS-IMP-PERIODE.
           MOVE WS-RGC-FIN-OCC(1:6) TO WS-RGC-FIN-PERIODE.
           PERFORM UNTIL WS-IMP-PERIODE > WS-RGC-FIN-PERIODE
               MOVE ZEROS TO WS-IMP-ENCAISSE
               PERFORM VARYING WS-IMP-SCAN FROM 1 BY 1
                   UNTIL WS-IMP-SCAN > WS-IMP-NB-PERIODES
                   IF WS-IMP-PER-PERIODE(WS-IMP-SCAN) = WS-IMP-PERIODE
                       MOVE WS-IMP-PER-MONTANT(WS-IMP-SCAN)
                           TO WS-IMP-ENCAISSE
                   END-IF
               END-PERFORM

               PERFORM DETERMINER-LOYER-DU
               COMPUTE WS-RGC-PROV-PERIODE =
                   WS-IMP-ENCAISSE - WS-IMP-LOYER-HC
               IF WS-RGC-PROV-PERIODE < ZEROS
                   MOVE ZEROS TO WS-RGC-PROV-PERIODE
               END-IF
               IF WS-RGC-PROV-PERIODE > WS-IMP-PROVISION-DU
                   MOVE WS-IMP-PROVISION-DU TO WS-RGC-PROV-PERIODE
               END-IF
               ADD WS-RGC-PROV-PERIODE TO WS-RGC-PROVISIONS

               PERFORM INCREMENTER-PERIODE-IMPAYES
           END-PERFORM.

       END-CUMULER-PROVISIONS-BAIL.

       CALCULER-QUANTIEME.
           MOVE WS-JDM-DATE(1:4) TO WS-JDM-ANNEE.
           MOVE WS-JDM-DATE(5:2) TO WS-JDM-MOIS-CIBLE.
           MOVE WS-JDM-DATE(7:2) TO WS-JDM-JOUR.
           MOVE WS-JDM-JOUR TO WS-JDM-QUANTIEME.
           PERFORM VARYING WS-JDM-MOIS FROM 1 BY 1
               UNTIL WS-JDM-MOIS >= WS-JDM-MOIS-CIBLE
               PERFORM CALCULER-JOURS-DU-MOIS
               ADD WS-JDM-JOURS TO WS-JDM-QUANTIEME
           END-PERFORM.

       END-CALCULER-QUANTIEME.

       ECRIRE-DECOMPTE-REGUL.
           PERFORM ECRIRE-ENTETE-REGUL.

           MOVE ZEROS TO WS-RGC-APPART.
           PERFORM VARYING WS-RGC-SCAN FROM 1 BY 1
               UNTIL WS-RGC-SCAN > WS-NB-APPARTEMENTS
               IF WS-CARAC-APPARTEMENT(WS-RGC-SCAN, 6)
                       = WS-BAIL-CHOISI-ID
                   MOVE WS-RGC-SCAN TO WS-RGC-APPART
               END-IF
           END-PERFORM.

           MOVE SPACES TO RGC-RUBRIQUE.
           MOVE "LOCATAIRE" TO RGC-RUB-LIBELLE.
           MOVE WS-BAIL-CHOISI-LOCATAIRE TO RGC-RUB-VALEUR.
           WRITE REGUL-CHARGES-LIGNE FROM RGC-RUBRIQUE.
           MOVE SPACES TO RGC-RUBRIQUE.
           MOVE "LOGEMENT" TO RGC-RUB-LIBELLE.
           IF WS-RGC-APPART > ZEROS
               MOVE WS-APPART-LIBELLE(WS-RGC-APPART) TO RGC-RUB-VALEUR
           ELSE
               MOVE "(INCONNU)" TO RGC-RUB-VALEUR
           END-IF.
           WRITE REGUL-CHARGES-LIGNE FROM RGC-RUBRIQUE.
           IF WS-RGC-APPART > ZEROS
               MOVE SPACES TO RGC-RUBRIQUE
               MOVE "ADRESSE" TO RGC-RUB-LIBELLE
               MOVE WS-APPART-ADRESSE(WS-RGC-APPART) TO RGC-RUB-VALEUR
               WRITE REGUL-CHARGES-LIGNE FROM RGC-RUBRIQUE
               MOVE SPACES TO RGC-RUBRIQUE
               MOVE WS-APPART-VILLE(WS-RGC-APPART) TO RGC-RUB-VALEUR
               WRITE REGUL-CHARGES-LIGNE FROM RGC-RUBRIQUE
           END-IF.

           MOVE SPACES TO RGC-RUBRIQUE.
           MOVE "PERIODE D'OCCUPATION" TO RGC-RUB-LIBELLE.
           MOVE "DU " TO RGC-RUB-VALEUR(1:3).
           MOVE WS-RGC-DEBUT-OCC TO WS-JDM-DATE.
           PERFORM FORMATER-DATE-EDITEE.
           MOVE WS-JDM-DATE-EDITEE TO RGC-RUB-VALEUR(4:10).
           MOVE " AU " TO RGC-RUB-VALEUR(14:4).
           MOVE WS-RGC-FIN-OCC TO WS-JDM-DATE.
           PERFORM FORMATER-DATE-EDITEE.
           MOVE WS-JDM-DATE-EDITEE TO RGC-RUB-VALEUR(18:10).
           WRITE REGUL-CHARGES-LIGNE FROM RGC-RUBRIQUE.
           MOVE SPACES TO RGC-RUBRIQUE.
           MOVE "JOURS D'OCCUPATION" TO RGC-RUB-LIBELLE.
           MOVE WS-RGC-JOURS-OCC TO RGC-RUB-VALEUR(1:3).
           MOVE " SUR " TO RGC-RUB-VALEUR(4:5).
           MOVE WS-RGC-JOURS-AN TO RGC-RUB-VALEUR(9:3).
           WRITE REGUL-CHARGES-LIGNE FROM RGC-RUBRIQUE.
           MOVE SPACES TO REGUL-CHARGES-LIGNE.
           WRITE REGUL-CHARGES-LIGNE.

           WRITE REGUL-CHARGES-LIGNE FROM RGC-COLONNES.
           IF WS-RGC-NB-CAT = ZEROS
               MOVE "AUCUNE CHARGE RECUPERABLE SUR L'ANNEE"
                   TO REGUL-CHARGES-LIGNE
               WRITE REGUL-CHARGES-LIGNE
           END-IF.
           PERFORM VARYING WS-RGC-SCAN FROM 1 BY 1
               UNTIL WS-RGC-SCAN > WS-RGC-NB-CAT
               MOVE SPACES TO RGC-CATEGORIE-LIGNE
               MOVE WS-RGC-CAT-CODE(WS-RGC-SCAN) TO RGC-CAT-CODE
               MOVE WS-RGC-CAT-MONTANT(WS-RGC-SCAN) TO RGC-CAT-MONTANT
               MOVE WS-RGC-CAT-QUOTE(WS-RGC-SCAN) TO RGC-CAT-QUOTE
               WRITE REGUL-CHARGES-LIGNE FROM RGC-CATEGORIE-LIGNE
           END-PERFORM.
           MOVE SPACES TO RGC-CATEGORIE-LIGNE.
           MOVE "TOTAL" TO RGC-CAT-CODE.
           MOVE WS-RGC-TOTAL-CHARGES TO RGC-CAT-MONTANT.
           MOVE WS-RGC-QUOTE-PART TO RGC-CAT-QUOTE.
           WRITE REGUL-CHARGES-LIGNE FROM RGC-CATEGORIE-LIGNE.
           MOVE SPACES TO REGUL-CHARGES-LIGNE.
           WRITE REGUL-CHARGES-LIGNE.

           MOVE SPACES TO RGC-MONTANT-LIGNE.
           MOVE "CHARGES RECUPERABLES DUES" TO RGC-MNT-LIBELLE.
           MOVE WS-RGC-QUOTE-PART TO RGC-MNT-VALEUR.
           WRITE REGUL-CHARGES-LIGNE FROM RGC-MONTANT-LIGNE.
           MOVE SPACES TO RGC-MONTANT-LIGNE.
           MOVE "PROVISIONS ENCAISSEES" TO RGC-MNT-LIBELLE.
           MOVE WS-RGC-PROVISIONS TO RGC-MNT-VALEUR.
           WRITE REGUL-CHARGES-LIGNE FROM RGC-MONTANT-LIGNE.
           MOVE SPACES TO RGC-MONTANT-LIGNE.
           EVALUATE TRUE
               WHEN WS-RGC-SOLDE > ZEROS
                   MOVE "COMPLEMENT A REGLER" TO RGC-MNT-LIBELLE
                   MOVE WS-RGC-SOLDE TO RGC-MNT-VALEUR
               WHEN WS-RGC-SOLDE < ZEROS
                   MOVE "TROP-PERCU A VOUS REMBOURSER"
                       TO RGC-MNT-LIBELLE
                   COMPUTE RGC-MNT-VALEUR = ZEROS - WS-RGC-SOLDE
               WHEN OTHER
                   MOVE "SOLDE (AUCUNE REGULARISATION)"
                       TO RGC-MNT-LIBELLE
                   MOVE ZEROS TO RGC-MNT-VALEUR
           END-EVALUATE.
           WRITE REGUL-CHARGES-LIGNE FROM RGC-MONTANT-LIGNE.
           MOVE SPACES TO REGUL-CHARGES-LIGNE.
           WRITE REGUL-CHARGES-LIGNE.

           MOVE SPACES TO RGC-RUBRIQUE.
           MOVE "FAIT LE" TO RGC-RUB-LIBELLE.
           MOVE RGC-ENT-DATE TO RGC-RUB-VALEUR.
           WRITE REGUL-CHARGES-LIGNE FROM RGC-RUBRIQUE.
           MOVE SPACES TO REGUL-CHARGES-LIGNE.
           WRITE REGUL-CHARGES-LIGNE.
           MOVE "SIGNATURE DU BAILLEUR :" TO REGUL-CHARGES-LIGNE.
           WRITE REGUL-CHARGES-LIGNE.

       END-ECRIRE-DECOMPTE-REGUL.

       ECRIRE-ENTETE-REGUL.
           ADD 1 TO WS-RGC-PAGE-COUNT.
           MOVE WS-RGC-ANNEE TO RGC-ENT-ANNEE.
           MOVE WS-CURRENT-DATE(7:2) TO RGC-ENT-DATE(1:2).
           MOVE "/" TO RGC-ENT-DATE(3:1).
           MOVE WS-CURRENT-DATE(5:2) TO RGC-ENT-DATE(4:2).
           MOVE "/" TO RGC-ENT-DATE(6:1).
           MOVE WS-CURRENT-DATE(1:4) TO RGC-ENT-DATE(7:4).
           MOVE WS-RGC-PAGE-COUNT TO RGC-ENT-PAGE.

           IF WS-RGC-PAGE-COUNT > 1
               MOVE SPACES TO REGUL-CHARGES-LIGNE
               WRITE REGUL-CHARGES-LIGNE
           END-IF.
           WRITE REGUL-CHARGES-LIGNE FROM RGC-ENTETE.
           MOVE SPACES TO REGUL-CHARGES-LIGNE.
           WRITE REGUL-CHARGES-LIGNE.

       END-ECRIRE-ENTETE-REGUL.

       START-GESTION-PRETS.

           DISPLAY X'0A'.
           MOVE 1 TO WS-SORTIE-CHOIX.
           MOVE ZEROS TO WS-SORT-KEY.
           MOVE ZEROS TO WS-FILTER-COL.
           MOVE ZEROS TO WS-FILTER-MIN.
           MOVE ZEROS TO WS-FILTER-MAX.
           CALL 'PrintAppartmennts' USING
               TABLEAU,
               WS-LIST-INDEX,
               WS-NB-APPARTEMENTS,
               WS-SORT-KEY,
               WS-FILTER-COL,
               WS-FILTER-MIN,
               WS-FILTER-MAX,
               WS-SORTIE-CHOIX.

           IF WS-NB-APPARTEMENTS = ZEROS
               DISPLAY "Aucun appartement enregistré." X'0A'
               GO TO START-MENU-CHOICE
           END-IF.

           MOVE ZEROS TO WS-APPART-TOEDIT.
           PERFORM UNTIL WS-APPART-TOEDIT > ZEROS AND
               WS-APPART-TOEDIT <= WS-NB-APPARTEMENTS

               DISPLAY "Pour quel appartement gérer les prêts ? "
               ACCEPT WS-APPART-TOEDIT

               IF WS-APPART-TOEDIT = ZEROS OR
                   WS-APPART-TOEDIT > WS-NB-APPARTEMENTS
                   DISPLAY "Numéro de l'appartement invalide"
                   MOVE ZEROS TO WS-APPART-TOEDIT
               END-IF

           END-PERFORM.

           PERFORM AFFICHER-PRETS-APPART.

           DISPLAY X'0A' " 1 : ajouter un prêt" X'0A'
               " 2 : modifier un prêt" X'0A'
               " 0 : retour au menu".
           ACCEPT WS-PRT-CHOIX.

           EVALUATE WS-PRT-CHOIX
               WHEN 1
                   GO TO START-AJOUTER-PRET
               WHEN 2
                   GO TO START-MODIFIER-PRET
               WHEN 0
                   GO TO START-MENU-CHOICE
               WHEN other
                   DISPLAY "Valeur invalide" X'0A'
                   GO TO START-MENU-CHOICE
           END-EVALUATE.

       END-GESTION-PRETS.

       START-AJOUTER-PRET.

           IF WS-PRT-DEBORDEMENT = 'Y' OR WS-PRT-COUNT >= 5000
               DISPLAY "Le fichier des prêts est plein (5000"
                   " enregistrements), ajout impossible." X'0A'
               GO TO START-MENU-CHOICE
           END-IF.

           MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 6)
               TO WS-PRT-ID-RECHERCHE.
           PERFORM COMPTER-PRETS-APPART.
           IF WS-PRT-NUMERO-MAX >= 99
               DISPLAY "Nombre maximal de prêts atteint pour cet"
                   " appartement." X'0A'
               GO TO START-MENU-CHOICE
           END-IF.

           MOVE SPACES TO WS-PRT-CHOISI.
           MOVE WS-PRT-ID-RECHERCHE TO WS-PRT-CH-ID.
           COMPUTE WS-PRT-CH-NUMERO = WS-PRT-NUMERO-MAX + 1.

           PERFORM UNTIL WS-PRT-CH-BANQUE IS NOT = SPACES
               DISPLAY "Banque ou nature du prêt (ex. PTZ,"
                   " prêt travaux) : "
               ACCEPT WS-PRT-CH-BANQUE
           END-PERFORM.

           MOVE ZEROS TO WS-TEMP-FLOAT.
           PERFORM UNTIL WS-TEMP-FLOAT > ZEROS
               DISPLAY "Capital emprunté : "
               ACCEPT WS-TEMP-FLOAT
               IF WS-TEMP-FLOAT = ZEROS
                   DISPLAY "Le capital doit être supérieur à zéro"
               END-IF
           END-PERFORM.
           MOVE WS-TEMP-FLOAT TO WS-PRT-CH-CAPITAL-INITIAL.
           MOVE WS-TEMP-FLOAT TO WS-PRT-CH-CAPITAL-RESTANT.

           MOVE 9.99 TO WS-TEMP-FLOAT.
           PERFORM UNTIL WS-TEMP-FLOAT = ZEROS OR
               (WS-TEMP-FLOAT >= 0.10 AND WS-TEMP-FLOAT <= 1.50)
               DISPLAY "Taux d'emprunt (0 = prêt à taux zéro) : "
               ACCEPT WS-TEMP-FLOAT
               IF WS-TEMP-FLOAT IS NOT = ZEROS AND
                   (WS-TEMP-FLOAT < 0.10 OR WS-TEMP-FLOAT > 1.50)
                   DISPLAY "Le taux doit être compris entre"
                       " 0.10 et 1.50"
               END-IF
           END-PERFORM.
           MOVE WS-TEMP-FLOAT TO WS-PRT-CH-TAUX.

           MOVE ZEROS TO WS-TEMP-INT.
           PERFORM UNTIL WS-TEMP-INT > ZEROS AND WS-TEMP-INT <= 9999
               DISPLAY "Durée du prêt en mois : "
               ACCEPT WS-TEMP-INT
               IF WS-TEMP-INT = ZEROS OR WS-TEMP-INT > 9999
                   DISPLAY "Durée invalide"
               END-IF
           END-PERFORM.
           MOVE WS-TEMP-INT TO WS-PRT-CH-DUREE.
           MOVE WS-TEMP-INT TO WS-PRT-CH-ECHEANCES.

           PERFORM SAISIR-PREMIERE-ECHEANCE.
           IF WS-PRT-DATE-SAISIE = SPACES
               MOVE "00000000" TO WS-PRT-CH-PREMIERE-ECH
           ELSE
               MOVE WS-PRT-DATE-SAISIE TO WS-PRT-CH-PREMIERE-ECH
           END-IF.

           MOVE WS-PRT-CH-CAPITAL-RESTANT TO WS-CAPITAL.
           MOVE WS-PRT-CH-TAUX TO WS-TAUX-NUM.
           MOVE WS-PRT-CH-ECHEANCES TO WS-MENSUALITE.
           PERFORM CALCULER-MENSUALITE-PRET.
           MOVE WS-MONTANT-MENSUEL TO WS-PRT-CH-MENSUALITE.

           ADD 1 TO WS-PRT-COUNT.
           MOVE WS-PRT-CHOISI TO WS-PRT-LIGNE(WS-PRT-COUNT).
           PERFORM SAUVER-PRETS.

           MOVE WS-PRT-CH-ID TO WS-AUD-NUMERO.
           MOVE "PRET" TO WS-AUD-CHAMP.
           MOVE WS-PRT-CH-NUMERO TO WS-AUD-CHAMP(6:2).
           MOVE SPACES TO WS-AUD-ANCIENNE.
           MOVE WS-PRT-CH-CAPITAL-INITIAL TO WS-FORMATED-FLOAT.
           MOVE WS-FORMATED-FLOAT TO WS-AUD-NOUVELLE.
           PERFORM WRITE-AUDIT-LINE.

           MOVE WS-APPART-TOEDIT TO WS-PRT-APPART.
           PERFORM SYNCHRONISER-PRETS-APPART.
           MOVE WS-APPART-TOEDIT TO WS-SAVE-INDEX.
           PERFORM SAVE-APPARTEMENT-FILE.

           MOVE WS-PRT-CH-MENSUALITE TO WS-FORMATED-FLOAT.
           DISPLAY "Prêt " WS-PRT-CH-NUMERO " ajouté, mensualité : "
               WS-FORMATED-FLOAT X'0A'.

       END-AJOUTER-PRET.
           GO TO START-MENU-CHOICE.

       START-MODIFIER-PRET.

           PERFORM CHOISIR-PRET-APPART.
           IF WS-PRT-TROUVE = ZEROS
               DISPLAY "Aucun prêt modifié." X'0A'
               GO TO START-MENU-CHOICE
           END-IF.

           MOVE SPACES TO WS-TEMP-TEXTE.
           DISPLAY "Banque ou nature du prêt (vide = inchangée) : ".
           ACCEPT WS-TEMP-TEXTE.
           IF WS-TEMP-TEXTE IS NOT = SPACES
               MOVE WS-TEMP-TEXTE TO WS-PRT-CH-BANQUE
           END-IF.

           MOVE 9.99 TO WS-TEMP-FLOAT.
           PERFORM UNTIL WS-TEMP-FLOAT = ZEROS OR
               (WS-TEMP-FLOAT >= 0.10 AND WS-TEMP-FLOAT <= 1.50)
               DISPLAY "Nouveau taux (0 = inchangé) : "
               ACCEPT WS-TEMP-FLOAT
               IF WS-TEMP-FLOAT IS NOT = ZEROS AND
                   (WS-TEMP-FLOAT < 0.10 OR WS-TEMP-FLOAT > 1.50)
                   DISPLAY "Le taux doit être compris entre"
                       " 0.10 et 1.50"
               END-IF
           END-PERFORM.
           IF WS-TEMP-FLOAT > ZEROS
               MOVE WS-PRT-CH-ID TO WS-AUD-NUMERO
               MOVE "TAUX PRET" TO WS-AUD-CHAMP
               MOVE WS-PRT-CH-NUMERO TO WS-AUD-CHAMP(11:2)
               MOVE WS-PRT-CH-TAUX TO WS-FORMATED-FLOAT
               MOVE WS-FORMATED-FLOAT TO WS-AUD-ANCIENNE
               MOVE WS-TEMP-FLOAT TO WS-FORMATED-FLOAT
               MOVE WS-FORMATED-FLOAT TO WS-AUD-NOUVELLE
               PERFORM WRITE-AUDIT-LINE
               MOVE WS-TEMP-FLOAT TO WS-PRT-CH-TAUX
           END-IF.

           MOVE ZEROS TO WS-TEMP-INT.
           DISPLAY "Nombre d'échéances restantes (0 = inchangé) : ".
           ACCEPT WS-TEMP-INT.
           IF WS-TEMP-INT > ZEROS AND WS-TEMP-INT <= 9999
               MOVE WS-PRT-CH-ID TO WS-AUD-NUMERO
               MOVE "ECHEANCES" TO WS-AUD-CHAMP
               MOVE WS-PRT-CH-NUMERO TO WS-AUD-CHAMP(11:2)
               MOVE WS-PRT-CH-ECHEANCES TO WS-FORMATED-INT
               MOVE WS-FORMATED-INT TO WS-AUD-ANCIENNE
               MOVE WS-TEMP-INT TO WS-FORMATED-INT
               MOVE WS-FORMATED-INT TO WS-AUD-NOUVELLE
               PERFORM WRITE-AUDIT-LINE
               MOVE WS-TEMP-INT TO WS-PRT-CH-ECHEANCES
               IF WS-PRT-CH-ECHEANCES > WS-PRT-CH-DUREE
                   MOVE WS-PRT-CH-ECHEANCES TO WS-PRT-CH-DUREE
               END-IF
           END-IF.

           PERFORM SAISIR-PREMIERE-ECHEANCE.
           IF WS-PRT-DATE-SAISIE IS NOT = SPACES
               MOVE WS-PRT-DATE-SAISIE TO WS-PRT-CH-PREMIERE-ECH
           END-IF.

           MOVE WS-PRT-CH-CAPITAL-RESTANT TO WS-CAPITAL.
           MOVE WS-PRT-CH-TAUX TO WS-TAUX-NUM.
           MOVE WS-PRT-CH-ECHEANCES TO WS-MENSUALITE.
           PERFORM CALCULER-MENSUALITE-PRET.
           MOVE WS-MONTANT-MENSUEL TO WS-PRT-CH-MENSUALITE.

           MOVE WS-PRT-CHOISI TO WS-PRT-LIGNE(WS-PRT-TROUVE).
           PERFORM SAUVER-PRETS.

           MOVE WS-APPART-TOEDIT TO WS-PRT-APPART.
           PERFORM SYNCHRONISER-PRETS-APPART.
           MOVE WS-APPART-TOEDIT TO WS-SAVE-INDEX.
           PERFORM SAVE-APPARTEMENT-FILE.

           MOVE WS-PRT-CH-MENSUALITE TO WS-FORMATED-FLOAT.
           DISPLAY "Prêt " WS-PRT-CH-NUMERO " modifié, mensualité : "
               WS-FORMATED-FLOAT X'0A'.

       END-MODIFIER-PRET.
           GO TO START-MENU-CHOICE.

       SAISIR-PREMIERE-ECHEANCE.
           MOVE "X" TO WS-PRT-DATE-SAISIE.
           PERFORM UNTIL WS-PRT-DATE-SAISIE = SPACES OR
               (WS-PRT-DATE-SAISIE IS NUMERIC AND
                WS-PRT-DATE-SAISIE(5:2) >= "01" AND
                WS-PRT-DATE-SAISIE(5:2) <= "12")
               DISPLAY "Date de première échéance AAAAMMJJ"
                   " (vide = non renseignée) : "
               MOVE SPACES TO WS-PRT-DATE-SAISIE
               ACCEPT WS-PRT-DATE-SAISIE
               IF WS-PRT-DATE-SAISIE IS NOT = SPACES AND
                   (WS-PRT-DATE-SAISIE IS NOT NUMERIC OR
                    WS-PRT-DATE-SAISIE(5:2) < "01" OR
                    WS-PRT-DATE-SAISIE(5:2) > "12")
                   DISPLAY "La date doit être au format AAAAMMJJ"
               END-IF
           END-PERFORM.

       END-SAISIR-PREMIERE-ECHEANCE.

       CHARGER-PRETS.
           MOVE ZEROS TO WS-PRT-COUNT.
           MOVE 'N' TO WS-PRT-DEBORDEMENT.
           OPEN INPUT PRET-FILE.
           IF WS-PRET-STATUS IS NOT = "35"
               READ PRET-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-PRET-STATUS
               END-READ
               PERFORM UNTIL WS-PRET-STATUS = "10"
                   IF WS-PRT-COUNT < 5000
                       ADD 1 TO WS-PRT-COUNT
                       MOVE PRET-RECORD TO WS-PRT-LIGNE(WS-PRT-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-PRT-DEBORDEMENT
                   END-IF
                   READ PRET-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-PRET-STATUS
                   END-READ
               END-PERFORM
               CLOSE PRET-FILE
           END-IF.

       END-CHARGER-PRETS.

       SAUVER-PRETS.
           IF WS-PRT-DEBORDEMENT = 'Y'
               DISPLAY "ATTENTION : le fichier des prêts dépasse"
                   " 5000 enregistrements, PRETS.TXT non réécrit."
           ELSE
               OPEN OUTPUT PRET-FILE
               IF WS-PRET-STATUS IS NOT = "00"
                   DISPLAY "Erreur à l'ouverture du fichier des"
                       " prêts : " WS-PRET-STATUS
               ELSE
                   PERFORM VARYING WS-PRT-SCAN FROM 1 BY 1
                       UNTIL WS-PRT-SCAN > WS-PRT-COUNT
                       MOVE WS-PRT-LIGNE(WS-PRT-SCAN) TO PRET-RECORD
                       WRITE PRET-RECORD
                   END-PERFORM
                   CLOSE PRET-FILE
               END-IF
           END-IF.

       END-SAUVER-PRETS.

       REPRENDRE-PRETS-APPARTEMENTS.
           PERFORM VARYING WS-PRT-SCAN FROM 1 BY 1
               UNTIL WS-PRT-SCAN > WS-PRT-COUNT
               MOVE WS-PRT-LIGNE(WS-PRT-SCAN) TO WS-PRT-CHOISI
               IF WS-PRT-CH-ID >= WS-NEXT-APPART-ID
                   COMPUTE WS-NEXT-APPART-ID = WS-PRT-CH-ID + 1
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-PRT-APPART FROM 1 BY 1
               UNTIL WS-PRT-APPART > WS-NB-APPARTEMENTS
               IF WS-CARAC-APPARTEMENT(WS-PRT-APPART, 1) > ZEROS
                   PERFORM ALIGNER-PRET-PRINCIPAL
               END-IF
           END-PERFORM.

       END-REPRENDRE-PRETS-APPARTEMENTS.

       COMPTER-PRETS-APPART.
           MOVE ZEROS TO WS-PRT-NB-APPART.
           MOVE ZEROS TO WS-PRT-NB-ACTIFS.
           MOVE ZEROS TO WS-PRT-NUMERO-MAX.
           MOVE ZEROS TO WS-PRT-TROUVE.
           PERFORM VARYING WS-PRT-SCAN FROM 1 BY 1
               UNTIL WS-PRT-SCAN > WS-PRT-COUNT
               MOVE WS-PRT-LIGNE(WS-PRT-SCAN) TO WS-PRT-CHOISI
               IF WS-PRT-CH-ID = WS-PRT-ID-RECHERCHE
                   ADD 1 TO WS-PRT-NB-APPART
                   IF WS-PRT-TROUVE = ZEROS
                       MOVE WS-PRT-SCAN TO WS-PRT-TROUVE
                   END-IF
                   IF WS-PRT-CH-NUMERO > WS-PRT-NUMERO-MAX
                       MOVE WS-PRT-CH-NUMERO TO WS-PRT-NUMERO-MAX
                   END-IF
                   IF WS-PRT-CH-CAPITAL-RESTANT > ZEROS AND
                       WS-PRT-CH-ECHEANCES > ZEROS
                       ADD 1 TO WS-PRT-NB-ACTIFS
                   END-IF
               END-IF
           END-PERFORM.

       END-COMPTER-PRETS-APPART.

       ALIGNER-PRET-PRINCIPAL.
           MOVE WS-CARAC-APPARTEMENT(WS-PRT-APPART, 6)
               TO WS-PRT-ID-RECHERCHE.
           PERFORM COMPTER-PRETS-APPART.

           IF WS-PRT-NB-APPART = ZEROS AND
               WS-CARAC-APPARTEMENT(WS-PRT-APPART, 2) > ZEROS AND
               WS-PRT-COUNT < 5000
               MOVE SPACES TO WS-PRT-CHOISI
               MOVE WS-PRT-ID-RECHERCHE TO WS-PRT-CH-ID
               MOVE 1 TO WS-PRT-CH-NUMERO
               MOVE "PRET PRINCIPAL" TO WS-PRT-CH-BANQUE
               MOVE WS-CARAC-APPARTEMENT(WS-PRT-APPART, 2)
                   TO WS-PRT-CH-CAPITAL-INITIAL
               IF WS-CARAC-APPARTEMENT(WS-PRT-APPART, 1) >
                   WS-CARAC-APPARTEMENT(WS-PRT-APPART, 2)
                   MOVE WS-CARAC-APPARTEMENT(WS-PRT-APPART, 1)
                       TO WS-PRT-CH-CAPITAL-INITIAL
               END-IF
               MOVE WS-CARAC-APPARTEMENT(WS-PRT-APPART, 4)
                   TO WS-PRT-CH-DUREE
               MOVE "00000000" TO WS-PRT-CH-PREMIERE-ECH
               MOVE ZEROS TO WS-PRT-CH-TAUX
               MOVE ZEROS TO WS-PRT-CH-MENSUALITE
               MOVE ZEROS TO WS-PRT-CH-CAPITAL-RESTANT
               MOVE ZEROS TO WS-PRT-CH-ECHEANCES
               ADD 1 TO WS-PRT-COUNT
               MOVE WS-PRT-COUNT TO WS-PRT-TROUVE
               MOVE 1 TO WS-PRT-NB-APPART
           END-IF.

           IF WS-PRT-NB-APPART = 1
               MOVE WS-PRT-LIGNE(WS-PRT-TROUVE) TO WS-PRT-CHOISI
               MOVE WS-CARAC-APPARTEMENT(WS-PRT-APPART, 3)
                   TO WS-PRT-CH-TAUX
               MOVE WS-CARAC-APPARTEMENT(WS-PRT-APPART, 2)
                   TO WS-PRT-CH-CAPITAL-RESTANT
               MOVE WS-CARAC-APPARTEMENT(WS-PRT-APPART, 4)
                   TO WS-PRT-CH-ECHEANCES
               MOVE WS-CARAC-APPARTEMENT(WS-PRT-APPART, 5)
                   TO WS-PRT-CH-MENSUALITE
               IF WS-PRT-CH-CAPITAL-RESTANT >
                   WS-PRT-CH-CAPITAL-INITIAL
                   MOVE WS-PRT-CH-CAPITAL-RESTANT
                       TO WS-PRT-CH-CAPITAL-INITIAL
               END-IF
               IF WS-PRT-CH-ECHEANCES > WS-PRT-CH-DUREE
                   MOVE WS-PRT-CH-ECHEANCES TO WS-PRT-CH-DUREE
               END-IF
               MOVE WS-PRT-CHOISI TO WS-PRT-LIGNE(WS-PRT-TROUVE)
           END-IF.

           IF WS-PRT-NB-APPART > 1
               PERFORM SYNCHRONISER-PRETS-APPART
           END-IF.

       END-ALIGNER-PRET-PRINCIPAL.

       SYNCHRONISER-PRETS-APPART.
           MOVE WS-CARAC-APPARTEMENT(WS-PRT-APPART, 6)
               TO WS-PRT-ID-RECHERCHE.
           MOVE ZEROS TO WS-PRT-SOMME-CAPITAL.
           MOVE ZEROS TO WS-PRT-SOMME-MENSUALITE.
           MOVE ZEROS TO WS-PRT-SOMME-PONDEREE.
           MOVE ZEROS TO WS-PRT-MAX-ECHEANCES.
           PERFORM VARYING WS-PRT-SCAN FROM 1 BY 1
               UNTIL WS-PRT-SCAN > WS-PRT-COUNT
               MOVE WS-PRT-LIGNE(WS-PRT-SCAN) TO WS-PRT-CHOISI
               IF WS-PRT-CH-ID = WS-PRT-ID-RECHERCHE AND
                   WS-PRT-CH-CAPITAL-RESTANT > ZEROS AND
                   WS-PRT-CH-ECHEANCES > ZEROS
                   ADD WS-PRT-CH-CAPITAL-RESTANT
                       TO WS-PRT-SOMME-CAPITAL
                   ADD WS-PRT-CH-MENSUALITE
                       TO WS-PRT-SOMME-MENSUALITE
                   COMPUTE WS-PRT-SOMME-PONDEREE =
                       WS-PRT-SOMME-PONDEREE +
                       WS-PRT-CH-TAUX * WS-PRT-CH-CAPITAL-RESTANT
                   IF WS-PRT-CH-ECHEANCES > WS-PRT-MAX-ECHEANCES
                       MOVE WS-PRT-CH-ECHEANCES
                           TO WS-PRT-MAX-ECHEANCES
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-PRT-SOMME-CAPITAL
               TO WS-CARAC-APPARTEMENT(WS-PRT-APPART, 2).
           MOVE WS-PRT-MAX-ECHEANCES
               TO WS-CARAC-APPARTEMENT(WS-PRT-APPART, 4).
           MOVE WS-PRT-SOMME-MENSUALITE
               TO WS-CARAC-APPARTEMENT(WS-PRT-APPART, 5).
           IF WS-PRT-SOMME-CAPITAL > ZEROS
               COMPUTE WS-CARAC-APPARTEMENT(WS-PRT-APPART, 3)
                   ROUNDED = WS-PRT-SOMME-PONDEREE /
                   WS-PRT-SOMME-CAPITAL
           END-IF.

       END-SYNCHRONISER-PRETS-APPART.

       CALCULER-MENSUALITE-PRET.
           IF WS-TAUX-NUM = ZEROS
               MOVE ZEROS TO WS-MONTANT-MENSUEL
               IF WS-MENSUALITE > ZEROS
                   COMPUTE WS-MONTANT-MENSUEL ROUNDED =
                       WS-CAPITAL / WS-MENSUALITE
               END-IF
           ELSE
               PERFORM CALCULE-MENSUALITE-MONTANT
           END-IF.

       END-CALCULER-MENSUALITE-PRET.

       AFFICHER-PRETS-APPART.
           MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 6)
               TO WS-PRT-ID-RECHERCHE.
           DISPLAY X'0A' "Prêts de l'appartement n° " WS-APPART-TOEDIT
               " - " WS-APPART-LIBELLE(WS-APPART-TOEDIT) " :".
           MOVE ZEROS TO WS-PRT-NB-APPART.
           PERFORM VARYING WS-PRT-SCAN FROM 1 BY 1
               UNTIL WS-PRT-SCAN > WS-PRT-COUNT
               MOVE WS-PRT-LIGNE(WS-PRT-SCAN) TO WS-PRT-CHOISI
               IF WS-PRT-CH-ID = WS-PRT-ID-RECHERCHE
                   ADD 1 TO WS-PRT-NB-APPART
                   DISPLAY " Prêt " WS-PRT-CH-NUMERO " - "
                       WS-PRT-CH-BANQUE
                   MOVE WS-PRT-CH-CAPITAL-INITIAL TO WS-FORMATED-FLOAT
                   DISPLAY "   Capital emprunté : " WS-FORMATED-FLOAT
                       WITH NO ADVANCING
                   MOVE WS-PRT-CH-TAUX TO WS-FORMATED-FLOAT
                   DISPLAY "   Taux : " WS-FORMATED-FLOAT
                   MOVE WS-PRT-CH-DUREE TO WS-FORMATED-INT
                   DISPLAY "   Durée (mois) : " WS-FORMATED-INT
                       WITH NO ADVANCING
                   IF WS-PRT-CH-PREMIERE-ECH IS NUMERIC AND
                       WS-PRT-CH-PREMIERE-ECH IS NOT = "00000000"
                       DISPLAY "   Première échéance : "
                           WS-PRT-CH-PREMIERE-ECH(7:2) "/"
                           WS-PRT-CH-PREMIERE-ECH(5:2) "/"
                           WS-PRT-CH-PREMIERE-ECH(1:4)
                   ELSE
                       DISPLAY "   Première échéance : "
                           "non renseignée"
                   END-IF
                   MOVE WS-PRT-CH-MENSUALITE TO WS-FORMATED-FLOAT
                   DISPLAY "   Mensualité : " WS-FORMATED-FLOAT
                       WITH NO ADVANCING
                   MOVE WS-PRT-CH-CAPITAL-RESTANT TO WS-FORMATED-FLOAT
                   DISPLAY "   Capital restant dû : " WS-FORMATED-FLOAT
                       WITH NO ADVANCING
                   MOVE WS-PRT-CH-ECHEANCES TO WS-FORMATED-INT
                   DISPLAY "   Échéances restantes : " WS-FORMATED-INT
               END-IF
           END-PERFORM.
           IF WS-PRT-NB-APPART = ZEROS
               DISPLAY " (aucun prêt)"
           ELSE
               MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 5)
                   TO WS-FORMATED-FLOAT
               DISPLAY " Mensualité totale : " WS-FORMATED-FLOAT
                   WITH NO ADVANCING
               MOVE WS-CARAC-APPARTEMENT(WS-APPART-TOEDIT, 2)
                   TO WS-FORMATED-FLOAT
               DISPLAY "   Capital restant dû total : "
                   WS-FORMATED-FLOAT
           END-IF.

       END-AFFICHER-PRETS-APPART.

       CHOISIR-PRET-APPART.
           PERFORM AFFICHER-PRETS-APPART.
           MOVE ZEROS TO WS-PRT-TROUVE.
           IF WS-PRT-NB-APPART = 1
               PERFORM VARYING WS-PRT-SCAN FROM 1 BY 1
                   UNTIL WS-PRT-SCAN > WS-PRT-COUNT
                   MOVE WS-PRT-LIGNE(WS-PRT-SCAN) TO WS-PRT-CHOISI
                   IF WS-PRT-CH-ID = WS-PRT-ID-RECHERCHE
                       MOVE WS-PRT-SCAN TO WS-PRT-TROUVE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PRT-NB-APPART > 1
               MOVE 99 TO WS-PRT-NUMERO
               PERFORM UNTIL WS-PRT-NUMERO = ZEROS OR
                   WS-PRT-TROUVE > ZEROS
                   DISPLAY "Numéro du prêt (0 = abandon) : "
                   ACCEPT WS-PRT-NUMERO
                   PERFORM VARYING WS-PRT-SCAN FROM 1 BY 1
                       UNTIL WS-PRT-SCAN > WS-PRT-COUNT
                       MOVE WS-PRT-LIGNE(WS-PRT-SCAN) TO WS-PRT-CHOISI
                       IF WS-PRT-CH-ID = WS-PRT-ID-RECHERCHE AND
                           WS-PRT-CH-NUMERO = WS-PRT-NUMERO
                           MOVE WS-PRT-SCAN TO WS-PRT-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-PRT-NUMERO IS NOT = ZEROS AND
                       WS-PRT-TROUVE = ZEROS
                       DISPLAY "Numéro de prêt invalide"
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PRT-TROUVE > ZEROS
               MOVE WS-PRT-LIGNE(WS-PRT-TROUVE) TO WS-PRT-CHOISI
           END-IF.

       END-CHOISIR-PRET-APPART.

       PREPARER-ECHEANCIER-PRET.
           MOVE WS-PRT-CH-NUMERO TO WS-ECH-PRET-NUMERO.
           MOVE WS-PRT-CH-BANQUE TO WS-ECH-PRET-BANQUE.
           MOVE WS-PRT-CH-CAPITAL-RESTANT TO WS-ECH-PRET-CAPITAL.
           MOVE WS-PRT-CH-TAUX TO WS-ECH-PRET-TAUX.
           MOVE WS-PRT-CH-ECHEANCES TO WS-ECH-PRET-ECHEANCES.
           MOVE WS-PRT-CH-MENSUALITE TO WS-ECH-PRET-MENSUALITE.
           MOVE WS-PRT-CH-DUREE TO WS-ECH-PRET-DUREE.
           MOVE WS-PRT-CH-PREMIERE-ECH TO WS-ECH-PRET-PREMIERE.

       END-PREPARER-ECHEANCIER-PRET.

       EDITER-ECHEANCIERS-APPART.
           MOVE WS-CARAC-APPARTEMENT(WS-PRT-APPART, 6)
               TO WS-PRT-ID-RECHERCHE.
           MOVE ZEROS TO WS-PRT-NB-APPART.
           PERFORM VARYING WS-PRT-SCAN FROM 1 BY 1
               UNTIL WS-PRT-SCAN > WS-PRT-COUNT
               MOVE WS-PRT-LIGNE(WS-PRT-SCAN) TO WS-PRT-CHOISI
               IF WS-PRT-CH-ID = WS-PRT-ID-RECHERCHE
                   ADD 1 TO WS-PRT-NB-APPART
                   PERFORM PREPARER-ECHEANCIER-PRET
                   CALL 'PrintEcheancier' USING
                       TABLEAU,
                       WS-NB-APPARTEMENTS,
                       WS-PRT-APPART,
                       WS-SORTIE-CHOIX,
                       WS-ECH-PRET
               END-IF
           END-PERFORM.

           IF WS-PRT-NB-APPART = ZEROS
               MOVE SPACES TO WS-PRT-CHOISI
               MOVE ZEROS TO WS-PRT-CH-NUMERO
               MOVE ZEROS TO WS-PRT-CH-CAPITAL-RESTANT
               MOVE ZEROS TO WS-PRT-CH-TAUX
               MOVE ZEROS TO WS-PRT-CH-ECHEANCES
               MOVE ZEROS TO WS-PRT-CH-MENSUALITE
               MOVE ZEROS TO WS-PRT-CH-DUREE
               MOVE "00000000" TO WS-PRT-CH-PREMIERE-ECH
               PERFORM PREPARER-ECHEANCIER-PRET
               CALL 'PrintEcheancier' USING
                   TABLEAU,
                   WS-NB-APPARTEMENTS,
                   WS-PRT-APPART,
                   WS-SORTIE-CHOIX,
                   WS-ECH-PRET
           END-IF.

       END-EDITER-ECHEANCIERS-APPART.

       START-RAPPORT-OCCUPATION.

           MOVE "OCCUP" TO WS-OPER-CODE.
           PERFORM LOAD-PORTFOLIO.

           MOVE SPACES TO WS-OCC-DEBUT.
           PERFORM UNTIL WS-OCC-DEBUT IS NUMERIC AND
               WS-OCC-DEBUT(5:2) >= "01" AND WS-OCC-DEBUT(5:2) <= "12"
               DISPLAY "Entrez le premier mois du rapport (AAAAMM) : "
               ACCEPT WS-OCC-DEBUT
               IF WS-OCC-DEBUT IS NOT NUMERIC OR
                   WS-OCC-DEBUT(5:2) < "01" OR
                   WS-OCC-DEBUT(5:2) > "12"
                   DISPLAY "La période doit être au format AAAAMM"
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-OCC-FIN.
           PERFORM UNTIL WS-OCC-FIN IS NUMERIC AND
               WS-OCC-FIN(5:2) >= "01" AND WS-OCC-FIN(5:2) <= "12"
               AND WS-OCC-FIN >= WS-OCC-DEBUT
               DISPLAY "Entrez le dernier mois du rapport (AAAAMM) : "
               ACCEPT WS-OCC-FIN
               IF WS-OCC-FIN IS NOT NUMERIC OR
                   WS-OCC-FIN(5:2) < "01" OR
                   WS-OCC-FIN(5:2) > "12"
                   DISPLAY "La période doit être au format AAAAMM"
               ELSE
                   IF WS-OCC-FIN < WS-OCC-DEBUT
                       DISPLAY "Le dernier mois ne peut précéder"
                           " le premier"
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-OCC-DEBUT(1:4) TO WS-OCC-ANNEE-DEBUT.
           MOVE WS-OCC-DEBUT(5:2) TO WS-OCC-MOIS-DEBUT.
           MOVE WS-OCC-FIN(1:4) TO WS-OCC-ANNEE-FIN.
           MOVE WS-OCC-FIN(5:2) TO WS-OCC-MOIS-FIN.
           COMPUTE WS-OCC-NB-MOIS =
               (WS-OCC-ANNEE-FIN - WS-OCC-ANNEE-DEBUT) * 12
               + WS-OCC-MOIS-FIN - WS-OCC-MOIS-DEBUT + 1.
           IF WS-OCC-NB-MOIS > 240
               DISPLAY "La période du rapport est limitée"
                   " à 240 mois." X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-RAPPORT-OCCUPATION
           END-IF.

           PERFORM CHARGER-BAUX.
           IF WS-BAIL-DEBORDEMENT = 'Y'
               DISPLAY "Le fichier des baux dépasse 1000"
                   " enregistrements, rapport impossible." X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-RAPPORT-OCCUPATION
           END-IF.

           OPEN OUTPUT OCCUPATION-FILE.
           IF WS-OCCUPATION-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture du rapport"
                   " d'occupation : " WS-OCCUPATION-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO END-START-RAPPORT-OCCUPATION
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-OCC-AUJOURDHUI.
           MOVE WS-OCC-AUJOURDHUI TO WS-JDM-DATE.
           MOVE 3 TO WS-DEP-NB-MOIS.
           PERFORM AJOUTER-MOIS-DATE.
           MOVE WS-JDM-DATE TO WS-OCC-LIMITE.

           MOVE ZEROS TO WS-OCC-NB-VILLES.
           MOVE ZEROS TO WS-OCC-TOT-APPARTS.
           MOVE ZEROS TO WS-OCC-TOT-MOIS.
           MOVE ZEROS TO WS-OCC-TOT-OCCUPES.
           MOVE ZEROS TO WS-OCC-TOT-VACANTS.
           MOVE ZEROS TO WS-OCC-TOT-MANQUE.
           MOVE ZEROS TO WS-OCC-TOT-ECHEANCES.
           MOVE ZEROS TO WS-OCC-TOT-ANOMALIES.
           MOVE ZEROS TO WS-OCC-PAGE-COUNT.
           MOVE 'A' TO WS-OCC-SECTION.
           PERFORM ECRIRE-ENTETE-OCCUPATION.

           PERFORM VARYING WS-OCC-APPART FROM 1 BY 1
               UNTIL WS-OCC-APPART > WS-NB-APPARTEMENTS

               IF WS-CARAC-APPARTEMENT(WS-OCC-APPART, 1) > ZEROS
                   PERFORM TRAITER-OCCUPATION-APPART
               END-IF

           END-PERFORM.

           PERFORM ECRIRE-TOTAUX-OCCUPATION.
           CLOSE OCCUPATION-FILE.

           MOVE WS-OCC-DEBUT TO WS-OCC-MOIS-SOURCE.
           PERFORM FORMATER-MOIS-OCCUPATION.
           DISPLAY "Occupation du " WS-OCC-MOIS-EDITE
               WITH NO ADVANCING.
           MOVE WS-OCC-FIN TO WS-OCC-MOIS-SOURCE.
           PERFORM FORMATER-MOIS-OCCUPATION.
           DISPLAY " au " WS-OCC-MOIS-EDITE " :".
           DISPLAY " - Appartements : " WS-OCC-TOT-APPARTS.
           DISPLAY " - Mois vacants : " WS-OCC-TOT-VACANTS
               " sur " WS-OCC-TOT-MOIS.
           IF WS-OCC-TOT-MOIS > ZEROS
               COMPUTE WS-OCC-TAUX ROUNDED =
                   WS-OCC-TOT-OCCUPES * 100 / WS-OCC-TOT-MOIS
           ELSE
               MOVE ZEROS TO WS-OCC-TAUX
           END-IF.
           MOVE WS-OCC-TAUX TO OCC-TOT-TAUX.
           DISPLAY " - Taux d'occupation : " OCC-TOT-TAUX " %".
           MOVE WS-OCC-TOT-MANQUE TO WS-FORMATED-GAIN.
           DISPLAY " - Manque à gagner estimé : " WS-FORMATED-GAIN.
           DISPLAY " - Baux à échéance sous 3 mois : "
               WS-OCC-TOT-ECHEANCES.
           DISPLAY " - Baux qui se chevauchent : "
               WS-OCC-TOT-ANOMALIES.
           DISPLAY "Rapport écrit dans OCCUPATION.TXT" X'0A'.

       END-START-RAPPORT-OCCUPATION.
           STOP RUN.

       TRAITER-OCCUPATION-APPART.
           PERFORM COLLECTER-BAUX-OCCUPATION.
           PERFORM CALCULER-VACANCES-APPART.

           IF WS-OCC-LIGNE-COUNT >= 60
               PERFORM ECRIRE-ENTETE-OCCUPATION
           END-IF.
           MOVE SPACES TO OCC-DETAIL.
           MOVE WS-OCC-APPART TO OCC-DET-NUMERO.
           MOVE WS-APPART-LIBELLE(WS-OCC-APPART) TO OCC-DET-LIBELLE.
           MOVE WS-APPART-VILLE(WS-OCC-APPART) TO OCC-DET-VILLE.
           MOVE WS-OCC-NB-MOIS TO OCC-DET-MOIS.
           MOVE WS-OCC-OCCUPES TO OCC-DET-OCCUPES.
           MOVE WS-OCC-VACANTS TO OCC-DET-VACANTS.
           MOVE WS-OCC-TAUX TO OCC-DET-TAUX.
           MOVE WS-OCC-DERNIER-LOYER TO OCC-DET-LOYER.
           MOVE WS-OCC-MANQUE TO OCC-DET-MANQUE.
           WRITE OCCUPATION-LIGNE FROM OCC-DETAIL.
           ADD 1 TO WS-OCC-LIGNE-COUNT.

           PERFORM VARYING WS-OCC-SCAN FROM 1 BY 1
               UNTIL WS-OCC-SCAN > WS-OCC-NB-VAC
               IF WS-OCC-LIGNE-COUNT >= 60
                   PERFORM ECRIRE-ENTETE-OCCUPATION
               END-IF
               MOVE WS-OCC-VAC-DEBUT(WS-OCC-SCAN) TO WS-OCC-MOIS-SOURCE
               PERFORM FORMATER-MOIS-OCCUPATION
               MOVE WS-OCC-MOIS-EDITE TO OCC-VAC-DEBUT
               MOVE WS-OCC-VAC-FIN(WS-OCC-SCAN) TO WS-OCC-MOIS-SOURCE
               PERFORM FORMATER-MOIS-OCCUPATION
               MOVE WS-OCC-MOIS-EDITE TO OCC-VAC-FIN
               MOVE WS-OCC-VAC-MOIS(WS-OCC-SCAN) TO OCC-VAC-MOIS
               COMPUTE OCC-VAC-MANQUE =
                   WS-OCC-VAC-MOIS(WS-OCC-SCAN) * WS-OCC-DERNIER-LOYER
               WRITE OCCUPATION-LIGNE FROM OCC-VACANCE-LIGNE
               ADD 1 TO WS-OCC-LIGNE-COUNT
           END-PERFORM.

           PERFORM SIGNALER-ECHEANCES-BAUX.
           PERFORM SIGNALER-CHEVAUCHEMENTS.
           PERFORM CUMULER-OCCUPATION-VILLE.

       END-TRAITER-OCCUPATION-APPART.

       COLLECTER-BAUX-OCCUPATION.
           MOVE ZEROS TO WS-OCC-NB-BAUX.
           MOVE ZEROS TO WS-OCC-DERNIER-LOYER.
           MOVE SPACES TO WS-OCC-DERNIER-DEBUT.
           PERFORM VARYING WS-BAIL-SCAN FROM 1 BY 1
               UNTIL WS-BAIL-SCAN > WS-BAIL-COUNT

               MOVE WS-BAIL-LIGNE(WS-BAIL-SCAN) TO WS-BAIL-CHOISI
               IF WS-BAIL-CHOISI-ID =
                       WS-CARAC-APPARTEMENT(WS-OCC-APPART, 6) AND
                   WS-BAIL-CHOISI-DEBUT IS NUMERIC AND
                   WS-OCC-NB-BAUX < 200
                   ADD 1 TO WS-OCC-NB-BAUX
                   MOVE WS-BAIL-CHOISI-DEBUT
                       TO WS-OCC-BAIL-DEBUT(WS-OCC-NB-BAUX)
                   MOVE WS-BAIL-CHOISI-LOCATAIRE
                       TO WS-OCC-BAIL-LOCATAIRE(WS-OCC-NB-BAUX)
                   IF WS-BAIL-CHOISI-FIN IS NUMERIC AND
                       WS-BAIL-CHOISI-FIN IS NOT = "00000000"
                       MOVE WS-BAIL-CHOISI-FIN
                           TO WS-OCC-BAIL-FIN(WS-OCC-NB-BAUX)
                   ELSE
                       MOVE "99999999"
                           TO WS-OCC-BAIL-FIN(WS-OCC-NB-BAUX)
                   END-IF
                   IF WS-BAIL-CHOISI-DEBUT(1:6) <= WS-OCC-FIN AND
                       (WS-OCC-DERNIER-DEBUT = SPACES OR
                        WS-BAIL-CHOISI-DEBUT > WS-OCC-DERNIER-DEBUT)
                       MOVE WS-BAIL-CHOISI-DEBUT
                           TO WS-OCC-DERNIER-DEBUT
                       MOVE WS-BAIL-CHOISI-LOYER
                           TO WS-OCC-DERNIER-LOYER
                   END-IF
               END-IF

           END-PERFORM.

       END-COLLECTER-BAUX-OCCUPATION.

       CALCULER-VACANCES-APPART.
           MOVE ZEROS TO WS-OCC-OCCUPES.
           MOVE ZEROS TO WS-OCC-VACANTS.
           MOVE ZEROS TO WS-OCC-NB-VAC.
           MOVE 'N' TO WS-OCC-EN-VACANCE.

           MOVE WS-OCC-DEBUT TO WS-IMP-PERIODE.
           PERFORM UNTIL WS-IMP-PERIODE > WS-OCC-FIN
               MOVE 'N' TO WS-OCC-OCCUPE
               PERFORM VARYING WS-OCC-SCAN FROM 1 BY 1
                   UNTIL WS-OCC-SCAN > WS-OCC-NB-BAUX
                   IF WS-OCC-BAIL-DEBUT(WS-OCC-SCAN)(1:6)
                           <= WS-IMP-PERIODE AND
                       WS-OCC-BAIL-FIN(WS-OCC-SCAN)(1:6)
                           >= WS-IMP-PERIODE
                       MOVE 'Y' TO WS-OCC-OCCUPE
                   END-IF
               END-PERFORM

               IF WS-OCC-OCCUPE = 'Y'
                   ADD 1 TO WS-OCC-OCCUPES
                   MOVE 'N' TO WS-OCC-EN-VACANCE
               ELSE
                   ADD 1 TO WS-OCC-VACANTS
                   IF WS-OCC-EN-VACANCE = 'N'
                       ADD 1 TO WS-OCC-NB-VAC
                       MOVE WS-IMP-PERIODE
                           TO WS-OCC-VAC-DEBUT(WS-OCC-NB-VAC)
                       MOVE ZEROS TO WS-OCC-VAC-MOIS(WS-OCC-NB-VAC)
                       MOVE 'Y' TO WS-OCC-EN-VACANCE
                   END-IF
                   MOVE WS-IMP-PERIODE TO WS-OCC-VAC-FIN(WS-OCC-NB-VAC)
                   ADD 1 TO WS-OCC-VAC-MOIS(WS-OCC-NB-VAC)
               END-IF

               PERFORM INCREMENTER-PERIODE-IMPAYES
           END-PERFORM.

           COMPUTE WS-OCC-MANQUE =
               WS-OCC-VACANTS * WS-OCC-DERNIER-LOYER.
           COMPUTE WS-OCC-TAUX ROUNDED =
               WS-OCC-OCCUPES * 100 / WS-OCC-NB-MOIS.

       END-CALCULER-VACANCES-APPART.

       SIGNALER-ECHEANCES-BAUX.
           MOVE ZEROS TO WS-OCC-NB-ECH-APP.
           PERFORM VARYING WS-OCC-SCAN FROM 1 BY 1
               UNTIL WS-OCC-SCAN > WS-OCC-NB-BAUX

               MOVE SPACES TO WS-OCC-ECH-DATE
               IF WS-OCC-BAIL-FIN(WS-OCC-SCAN) = "99999999"
                   PERFORM CALCULER-ECHEANCE-TRIENNALE
                   IF WS-OCC-ANNIV <= WS-OCC-LIMITE
                       MOVE WS-OCC-ANNIV TO WS-OCC-ECH-DATE
                       MOVE "ECHEANCE TRIENNALE LE"
                           TO WS-OCC-ECH-NATURE
                   END-IF
               ELSE
                   IF WS-OCC-BAIL-FIN(WS-OCC-SCAN)
                           >= WS-OCC-AUJOURDHUI AND
                       WS-OCC-BAIL-FIN(WS-OCC-SCAN) <= WS-OCC-LIMITE
                       MOVE WS-OCC-BAIL-FIN(WS-OCC-SCAN)
                           TO WS-OCC-ECH-DATE
                       MOVE "DEPART PREVU LE" TO WS-OCC-ECH-NATURE
                   END-IF
               END-IF

               IF WS-OCC-ECH-DATE IS NOT = SPACES
                   IF WS-OCC-LIGNE-COUNT >= 60
                       PERFORM ECRIRE-ENTETE-OCCUPATION
                   END-IF
                   MOVE WS-OCC-ECH-NATURE TO OCC-ECH-NATURE
                   MOVE WS-OCC-ECH-DATE TO WS-JDM-DATE
                   PERFORM FORMATER-DATE-EDITEE
                   MOVE WS-JDM-DATE-EDITEE TO OCC-ECH-DATE
                   MOVE WS-OCC-BAIL-LOCATAIRE(WS-OCC-SCAN)
                       TO OCC-ECH-LOCATAIRE
                   WRITE OCCUPATION-LIGNE FROM OCC-ECHEANCE-LIGNE
                   ADD 1 TO WS-OCC-LIGNE-COUNT
                   ADD 1 TO WS-OCC-NB-ECH-APP
               END-IF

           END-PERFORM.

       END-SIGNALER-ECHEANCES-BAUX.

       CALCULER-ECHEANCE-TRIENNALE.
           MOVE WS-OCC-AUJOURDHUI(1:4) TO WS-OCC-ANNIV-ANNEE.
           MOVE WS-OCC-ANNIV-ANNEE TO WS-OCC-ANNIV(1:4).
           MOVE WS-OCC-BAIL-DEBUT(WS-OCC-SCAN)(5:4)
               TO WS-OCC-ANNIV(5:4).
           IF WS-OCC-ANNIV < WS-OCC-AUJOURDHUI
               ADD 1 TO WS-OCC-ANNIV-ANNEE
           END-IF.
           MOVE 1 TO WS-OCC-RESTE.
           MOVE ZEROS TO WS-OCC-ECART.
           PERFORM UNTIL WS-OCC-RESTE = ZEROS AND WS-OCC-ECART > ZEROS
               MOVE WS-OCC-BAIL-DEBUT(WS-OCC-SCAN)(1:4)
                   TO WS-OCC-ECART
               IF WS-OCC-ANNIV-ANNEE > WS-OCC-ECART
                   COMPUTE WS-OCC-ECART =
                       WS-OCC-ANNIV-ANNEE - WS-OCC-ECART
                   DIVIDE WS-OCC-ECART BY 3 GIVING WS-OCC-QUOTIENT
                       REMAINDER WS-OCC-RESTE
               ELSE
                   MOVE ZEROS TO WS-OCC-ECART
               END-IF
               IF WS-OCC-RESTE IS NOT = ZEROS OR
                   WS-OCC-ECART = ZEROS
                   ADD 1 TO WS-OCC-ANNIV-ANNEE
               END-IF
           END-PERFORM.
           MOVE WS-OCC-ANNIV-ANNEE TO WS-OCC-ANNIV(1:4).

       END-CALCULER-ECHEANCE-TRIENNALE.

       SIGNALER-CHEVAUCHEMENTS.
           MOVE ZEROS TO WS-OCC-NB-ANO-APP.
           PERFORM VARYING WS-OCC-SCAN FROM 1 BY 1
               UNTIL WS-OCC-SCAN >= WS-OCC-NB-BAUX

               COMPUTE WS-OCC-SCAN2 = WS-OCC-SCAN + 1
               PERFORM UNTIL WS-OCC-SCAN2 > WS-OCC-NB-BAUX
                   IF WS-OCC-BAIL-DEBUT(WS-OCC-SCAN)
                           < WS-OCC-BAIL-FIN(WS-OCC-SCAN2) AND
                       WS-OCC-BAIL-DEBUT(WS-OCC-SCAN2)
                           < WS-OCC-BAIL-FIN(WS-OCC-SCAN)
                       PERFORM ECRIRE-CHEVAUCHEMENT
                   END-IF
                   ADD 1 TO WS-OCC-SCAN2
               END-PERFORM

           END-PERFORM.

       END-SIGNALER-CHEVAUCHEMENTS.

       ECRIRE-CHEVAUCHEMENT.
           IF WS-OCC-LIGNE-COUNT >= 60
               PERFORM ECRIRE-ENTETE-OCCUPATION
           END-IF.
           MOVE WS-OCC-BAIL-LOCATAIRE(WS-OCC-SCAN)(1:20)
               TO OCC-CHV-LOCATAIRE-1.
           MOVE WS-OCC-BAIL-DEBUT(WS-OCC-SCAN) TO WS-JDM-DATE.
           PERFORM FORMATER-DATE-EDITEE.
           MOVE WS-JDM-DATE-EDITEE TO OCC-CHV-DEBUT-1.
           MOVE WS-OCC-BAIL-LOCATAIRE(WS-OCC-SCAN2)(1:20)
               TO OCC-CHV-LOCATAIRE-2.
           MOVE WS-OCC-BAIL-DEBUT(WS-OCC-SCAN2) TO WS-JDM-DATE.
           PERFORM FORMATER-DATE-EDITEE.
           MOVE WS-JDM-DATE-EDITEE TO OCC-CHV-DEBUT-2.
           WRITE OCCUPATION-LIGNE FROM OCC-CHEVAUCHEMENT-LIGNE.
           ADD 1 TO WS-OCC-LIGNE-COUNT.
           ADD 1 TO WS-OCC-NB-ANO-APP.

       END-ECRIRE-CHEVAUCHEMENT.

       CUMULER-OCCUPATION-VILLE.
           MOVE WS-APPART-VILLE(WS-OCC-APPART) TO WS-OCC-VILLE.
           IF WS-OCC-VILLE = SPACES
               MOVE "(NON RENSEIGNEE)" TO WS-OCC-VILLE
           END-IF.

           MOVE ZEROS TO WS-OCC-VILLE-TROUVEE.
           PERFORM VARYING WS-OCC-SCAN FROM 1 BY 1
               UNTIL WS-OCC-SCAN > WS-OCC-NB-VILLES
               IF WS-OCC-VIL-NOM(WS-OCC-SCAN) = WS-OCC-VILLE
                   MOVE WS-OCC-SCAN TO WS-OCC-VILLE-TROUVEE
               END-IF
           END-PERFORM.

           IF WS-OCC-VILLE-TROUVEE = ZEROS
               IF WS-OCC-NB-VILLES < 500
                   ADD 1 TO WS-OCC-NB-VILLES
                   MOVE WS-OCC-NB-VILLES TO WS-OCC-VILLE-TROUVEE
                   MOVE WS-OCC-VILLE
                       TO WS-OCC-VIL-NOM(WS-OCC-VILLE-TROUVEE)
                   MOVE ZEROS
                       TO WS-OCC-VIL-APPARTS(WS-OCC-VILLE-TROUVEE)
                   MOVE ZEROS TO WS-OCC-VIL-MOIS(WS-OCC-VILLE-TROUVEE)
                   MOVE ZEROS
                       TO WS-OCC-VIL-OCCUPES(WS-OCC-VILLE-TROUVEE)
                   MOVE ZEROS
                       TO WS-OCC-VIL-VACANTS(WS-OCC-VILLE-TROUVEE)
                   MOVE ZEROS
                       TO WS-OCC-VIL-MANQUE(WS-OCC-VILLE-TROUVEE)
                   MOVE ZEROS
                       TO WS-OCC-VIL-ECHEANCES(WS-OCC-VILLE-TROUVEE)
                   MOVE ZEROS
                       TO WS-OCC-VIL-ANOMALIES(WS-OCC-VILLE-TROUVEE)
               ELSE
                   MOVE 500 TO WS-OCC-VILLE-TROUVEE
                   MOVE "(AUTRES VILLES)" TO WS-OCC-VIL-NOM(500)
               END-IF
           END-IF.

           ADD 1 TO WS-OCC-VIL-APPARTS(WS-OCC-VILLE-TROUVEE).
           ADD WS-OCC-NB-MOIS TO WS-OCC-VIL-MOIS(WS-OCC-VILLE-TROUVEE).
           ADD WS-OCC-OCCUPES
               TO WS-OCC-VIL-OCCUPES(WS-OCC-VILLE-TROUVEE).
           ADD WS-OCC-VACANTS
               TO WS-OCC-VIL-VACANTS(WS-OCC-VILLE-TROUVEE).
           ADD WS-OCC-MANQUE TO WS-OCC-VIL-MANQUE(WS-OCC-VILLE-TROUVEE).
           ADD WS-OCC-NB-ECH-APP
               TO WS-OCC-VIL-ECHEANCES(WS-OCC-VILLE-TROUVEE).
           ADD WS-OCC-NB-ANO-APP
               TO WS-OCC-VIL-ANOMALIES(WS-OCC-VILLE-TROUVEE).

           ADD 1 TO WS-OCC-TOT-APPARTS.
           ADD WS-OCC-NB-MOIS TO WS-OCC-TOT-MOIS.
           ADD WS-OCC-OCCUPES TO WS-OCC-TOT-OCCUPES.
           ADD WS-OCC-VACANTS TO WS-OCC-TOT-VACANTS.
           ADD WS-OCC-MANQUE TO WS-OCC-TOT-MANQUE.
           ADD WS-OCC-NB-ECH-APP TO WS-OCC-TOT-ECHEANCES.
           ADD WS-OCC-NB-ANO-APP TO WS-OCC-TOT-ANOMALIES.

       END-CUMULER-OCCUPATION-VILLE.

       ECRIRE-TOTAUX-OCCUPATION.
           MOVE 'V' TO WS-OCC-SECTION.
           IF WS-OCC-LIGNE-COUNT >= 55
               PERFORM ECRIRE-ENTETE-OCCUPATION
           ELSE
               MOVE SPACES TO OCCUPATION-LIGNE
               WRITE OCCUPATION-LIGNE
               WRITE OCCUPATION-LIGNE FROM OCC-VILLES-TITRE
               MOVE SPACES TO OCCUPATION-LIGNE
               WRITE OCCUPATION-LIGNE
               WRITE OCCUPATION-LIGNE FROM OCC-VILLES-COLONNES
               ADD 4 TO WS-OCC-LIGNE-COUNT
           END-IF.

           PERFORM VARYING WS-OCC-SCAN FROM 1 BY 1
               UNTIL WS-OCC-SCAN > WS-OCC-NB-VILLES
               IF WS-OCC-LIGNE-COUNT >= 60
                   PERFORM ECRIRE-ENTETE-OCCUPATION
               END-IF
               MOVE WS-OCC-VIL-NOM(WS-OCC-SCAN) TO OCC-TOT-VILLE
               MOVE WS-OCC-VIL-APPARTS(WS-OCC-SCAN) TO OCC-TOT-APPARTS
               MOVE WS-OCC-VIL-MOIS(WS-OCC-SCAN) TO OCC-TOT-MOIS
               MOVE WS-OCC-VIL-OCCUPES(WS-OCC-SCAN) TO OCC-TOT-OCCUPES
               MOVE WS-OCC-VIL-VACANTS(WS-OCC-SCAN) TO OCC-TOT-VACANTS
               COMPUTE WS-OCC-TAUX ROUNDED =
                   WS-OCC-VIL-OCCUPES(WS-OCC-SCAN) * 100 /
                   WS-OCC-VIL-MOIS(WS-OCC-SCAN)
               MOVE WS-OCC-TAUX TO OCC-TOT-TAUX
               MOVE WS-OCC-VIL-MANQUE(WS-OCC-SCAN) TO OCC-TOT-MANQUE
               MOVE WS-OCC-VIL-ECHEANCES(WS-OCC-SCAN)
                   TO OCC-TOT-ECHEANCES
               MOVE WS-OCC-VIL-ANOMALIES(WS-OCC-SCAN)
                   TO OCC-TOT-ANOMALIES
               WRITE OCCUPATION-LIGNE FROM OCC-TOTAL-LIGNE
               ADD 1 TO WS-OCC-LIGNE-COUNT
           END-PERFORM.

           MOVE SPACES TO OCCUPATION-LIGNE.
           WRITE OCCUPATION-LIGNE.
           MOVE "PORTEFEUILLE" TO OCC-TOT-VILLE.
           MOVE WS-OCC-TOT-APPARTS TO OCC-TOT-APPARTS.
           MOVE WS-OCC-TOT-MOIS TO OCC-TOT-MOIS.
           MOVE WS-OCC-TOT-OCCUPES TO OCC-TOT-OCCUPES.
           MOVE WS-OCC-TOT-VACANTS TO OCC-TOT-VACANTS.
           IF WS-OCC-TOT-MOIS > ZEROS
               COMPUTE WS-OCC-TAUX ROUNDED =
                   WS-OCC-TOT-OCCUPES * 100 / WS-OCC-TOT-MOIS
           ELSE
               MOVE ZEROS TO WS-OCC-TAUX
           END-IF.
           MOVE WS-OCC-TAUX TO OCC-TOT-TAUX.
           MOVE WS-OCC-TOT-MANQUE TO OCC-TOT-MANQUE.
           MOVE WS-OCC-TOT-ECHEANCES TO OCC-TOT-ECHEANCES.
           MOVE WS-OCC-TOT-ANOMALIES TO OCC-TOT-ANOMALIES.
           WRITE OCCUPATION-LIGNE FROM OCC-TOTAL-LIGNE.

       END-ECRIRE-TOTAUX-OCCUPATION.

       ECRIRE-ENTETE-OCCUPATION.
           ADD 1 TO WS-OCC-PAGE-COUNT.
           MOVE WS-OCC-DEBUT TO WS-OCC-MOIS-SOURCE.
           PERFORM FORMATER-MOIS-OCCUPATION.
           MOVE WS-OCC-MOIS-EDITE TO OCC-ENT-DEBUT.
           MOVE WS-OCC-FIN TO WS-OCC-MOIS-SOURCE.
           PERFORM FORMATER-MOIS-OCCUPATION.
           MOVE WS-OCC-MOIS-EDITE TO OCC-ENT-FIN.
           MOVE WS-CURRENT-DATE(7:2) TO OCC-ENT-DATE(1:2).
           MOVE "/" TO OCC-ENT-DATE(3:1).
           MOVE WS-CURRENT-DATE(5:2) TO OCC-ENT-DATE(4:2).
           MOVE "/" TO OCC-ENT-DATE(6:1).
           MOVE WS-CURRENT-DATE(1:4) TO OCC-ENT-DATE(7:4).
           MOVE WS-OCC-PAGE-COUNT TO OCC-ENT-PAGE.

           IF WS-OCC-PAGE-COUNT > 1
               MOVE SPACES TO OCCUPATION-LIGNE
               WRITE OCCUPATION-LIGNE
           END-IF.
           WRITE OCCUPATION-LIGNE FROM OCC-ENTETE.
           MOVE SPACES TO OCCUPATION-LIGNE.
           WRITE OCCUPATION-LIGNE.
           IF WS-OCC-SECTION = 'V'
               WRITE OCCUPATION-LIGNE FROM OCC-VILLES-TITRE
               MOVE SPACES TO OCCUPATION-LIGNE
               WRITE OCCUPATION-LIGNE
               WRITE OCCUPATION-LIGNE FROM OCC-VILLES-COLONNES
           ELSE
               WRITE OCCUPATION-LIGNE FROM OCC-COLONNES
           END-IF.
           MOVE ZEROS TO WS-OCC-LIGNE-COUNT.

       END-ECRIRE-ENTETE-OCCUPATION.

       FORMATER-MOIS-OCCUPATION.
           MOVE WS-OCC-MOIS-SOURCE(5:2) TO WS-OCC-MOIS-EDITE(1:2).
           MOVE "/" TO WS-OCC-MOIS-EDITE(3:1).
           MOVE WS-OCC-MOIS-SOURCE(1:4) TO WS-OCC-MOIS-EDITE(4:4).

       END-FORMATER-MOIS-OCCUPATION.

       START-CHAINE-FIN-DE-MOIS.

           MOVE "CHAINE" TO WS-OPER-CODE.

           MOVE SPACES TO WS-CHN-PERIODE.
           PERFORM UNTIL WS-CHN-PERIODE IS NUMERIC AND
               WS-CHN-PERIODE(5:2) >= "01" AND
               WS-CHN-PERIODE(5:2) <= "12"
               DISPLAY "Entrez la période de fin de mois (AAAAMM) : "
               ACCEPT WS-CHN-PERIODE
               IF WS-CHN-PERIODE IS NOT NUMERIC OR
                   WS-CHN-PERIODE(5:2) < "01" OR
                   WS-CHN-PERIODE(5:2) > "12"
                   DISPLAY "La période doit être au format AAAAMM"
               END-IF
           END-PERFORM.

           PERFORM CHARGER-ETAPES-TERMINEES.

           OPEN EXTEND CHAINE-FILE.
           IF WS-CHAINE-STATUS = "35"
               OPEN OUTPUT CHAINE-FILE
               CLOSE CHAINE-FILE
               OPEN EXTEND CHAINE-FILE
           END-IF.
           IF WS-CHAINE-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture du journal de la"
                   " chaîne : " WS-CHAINE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO END-START-CHAINE-FIN-DE-MOIS
           END-IF.

           MOVE 'Y' TO WS-CHN-ACTIVE.
           MOVE 'N' TO WS-CHN-ECHEC.
           MOVE ZEROS TO WS-CHN-EXECUTEES.
           MOVE ZEROS TO WS-CHN-SAUTEES.

           PERFORM VARYING WS-CHN-ETAPE FROM 1 BY 1
               UNTIL WS-CHN-ETAPE > 5 OR WS-CHN-ECHEC = 'Y'
               PERFORM EXECUTER-ETAPE-CHAINE
           END-PERFORM.

           CLOSE CHAINE-FILE.
           MOVE 'N' TO WS-CHN-ACTIVE.

           DISPLAY "Chaîne de fin de mois " WS-CHN-PERIODE " :".
           DISPLAY " - Étapes exécutées : " WS-CHN-EXECUTEES.
           DISPLAY " - Étapes déjà terminées : " WS-CHN-SAUTEES.
           IF WS-CHN-ECHEC = 'Y'
               DISPLAY "Chaîne arrêtée sur l'étape " WS-CHN-LIBELLE
                   " (code retour " WS-CHN-RC ")."
               DISPLAY "Une relance reprendra à cette étape."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Chaîne terminée sans erreur."
               MOVE ZEROS TO RETURN-CODE
           END-IF.
           DISPLAY "Journal écrit dans CHAINE.TXT" X'0A'.

       END-START-CHAINE-FIN-DE-MOIS.
           STOP RUN.

       EXECUTER-ETAPE-CHAINE.
           EVALUATE WS-CHN-ETAPE
               WHEN 1
                   MOVE 2 TO WS-CHN-MODE
                   MOVE "BATCH" TO WS-CHN-LIBELLE
               WHEN 2
                   MOVE 3 TO WS-CHN-MODE
                   MOVE "ARRETE MENSUEL" TO WS-CHN-LIBELLE
               WHEN 3
                   MOVE 10 TO WS-CHN-MODE
                   MOVE "RAPPROCHEMENT" TO WS-CHN-LIBELLE
               WHEN 4
                   MOVE 7 TO WS-CHN-MODE
                   MOVE "IMPAYES" TO WS-CHN-LIBELLE
               WHEN OTHER
                   MOVE 5 TO WS-CHN-MODE
                   MOVE "EXTRACTION" TO WS-CHN-LIBELLE
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO WS-CHN-DEBUT.
           MOVE ZEROS TO WS-CHN-RC.
           MOVE ZEROS TO WS-CHN-LUS.
           MOVE ZEROS TO WS-CHN-TRAITES.
           MOVE ZEROS TO WS-CHN-ANOMALIES.

           IF WS-CHN-FAITE(WS-CHN-ETAPE) = 'Y'
               DISPLAY "Étape " WS-CHN-LIBELLE
                   " déjà terminée pour " WS-CHN-PERIODE
                   ", non relancée."
               MOVE "DEJA FAITE" TO WS-CHN-STATUT
               ADD 1 TO WS-CHN-SAUTEES
           ELSE
               DISPLAY "Étape " WS-CHN-LIBELLE " (mode "
                   WS-CHN-MODE ") en cours..."
               MOVE ZEROS TO RETURN-CODE
               EVALUATE WS-CHN-ETAPE
                   WHEN 1
                       PERFORM START-BATCH-MODE
                           THRU END-START-BATCH-MODE
                       COMPUTE WS-CHN-LUS = WS-BATCH-APPLIQUEES
                           + WS-BATCH-REJETEES + WS-BATCH-IGNOREES
                       MOVE WS-BATCH-APPLIQUEES TO WS-CHN-TRAITES
                       MOVE WS-BATCH-REJETEES TO WS-CHN-ANOMALIES
                   WHEN 2
                       PERFORM START-ARRETE-MENSUEL
                           THRU END-START-ARRETE-MENSUEL
                       MOVE WS-PRT-COUNT TO WS-CHN-LUS
                       MOVE WS-ARRETE-TRAITES TO WS-CHN-TRAITES
                   WHEN 3
                       PERFORM START-RAPPROCHEMENT-BANCAIRE
                           THRU END-START-RAPPROCHEMENT
                       MOVE WS-RAP-NB-REL TO WS-CHN-LUS
                       MOVE WS-RAP-APPARIES TO WS-CHN-TRAITES
                       COMPUTE WS-CHN-ANOMALIES = WS-RAP-SANS-LOYER
                           + WS-RAP-SANS-VIREMENT
                   WHEN 4
                       PERFORM START-IMPAYES-BATCH
                           THRU END-START-IMPAYES-BATCH
                       MOVE WS-BAIL-COUNT TO WS-CHN-LUS
                       MOVE WS-IMP-NB-IMPAYES TO WS-CHN-TRAITES
                   WHEN OTHER
                       PERFORM START-EXTRACTION-COMPTABLE
                           THRU END-START-EXTRACTION-COMPTABLE
                       MOVE WS-NB-APPARTEMENTS TO WS-CHN-LUS
                       MOVE WS-EXT-NOMBRE TO WS-CHN-TRAITES
               END-EVALUATE
               MOVE RETURN-CODE TO WS-CHN-RC
               ADD 1 TO WS-CHN-EXECUTEES
               IF WS-CHN-RC >= 8
                   MOVE "ERREUR" TO WS-CHN-STATUT
                   MOVE 'Y' TO WS-CHN-ECHEC
               ELSE
                   MOVE "TERMINEE" TO WS-CHN-STATUT
               END-IF
           END-IF.

           MOVE "CHAINE" TO WS-OPER-CODE.
           MOVE SPACES TO CHAINE-RECORD.
           MOVE WS-CHN-PERIODE TO CHN-PERIODE.
           MOVE WS-CHN-ETAPE TO CHN-ETAPE.
           MOVE WS-CHN-MODE TO CHN-MODE.
           MOVE WS-CHN-LIBELLE TO CHN-LIBELLE.
           MOVE WS-CHN-DEBUT TO CHN-DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO CHN-FIN.
           MOVE WS-CHN-RC TO CHN-RC.
           MOVE WS-CHN-LUS TO CHN-LUS.
           MOVE WS-CHN-TRAITES TO CHN-TRAITES.
           MOVE WS-CHN-ANOMALIES TO CHN-ANOMALIES.
           MOVE WS-CHN-STATUT TO CHN-STATUT.
           WRITE CHAINE-RECORD.

       END-EXECUTER-ETAPE-CHAINE.

       CHARGER-ETAPES-TERMINEES.
           MOVE ALL 'N' TO WS-CHN-FAITES.
           OPEN INPUT CHAINE-FILE.
           IF WS-CHAINE-STATUS IS NOT = "35"
               READ CHAINE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-CHAINE-STATUS
               END-READ
               PERFORM UNTIL WS-CHAINE-STATUS = "10"
                   IF CHN-PERIODE = WS-CHN-PERIODE AND
                       CHN-ETAPE IS NUMERIC AND
                       CHN-ETAPE >= 1 AND CHN-ETAPE <= 5 AND
                       (CHN-STATUT = "TERMINEE" OR
                        CHN-STATUT = "DEJA FAITE")
                       MOVE 'Y' TO WS-CHN-FAITE(CHN-ETAPE)
                   END-IF
                   READ CHAINE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-CHAINE-STATUS
                   END-READ
               END-PERFORM
               CLOSE CHAINE-FILE
           END-IF.

       END-CHARGER-ETAPES-TERMINEES.

       START-EXPORT-FEC.

           MOVE "FEC" TO WS-OPER-CODE.

           MOVE SPACES TO WS-FEC-ANNEE.
           PERFORM UNTIL WS-FEC-ANNEE IS NUMERIC AND
               WS-FEC-ANNEE IS NOT = "0000"
               DISPLAY "Entrez l'exercice à exporter (AAAA) : "
               ACCEPT WS-FEC-ANNEE
               IF WS-FEC-ANNEE IS NOT NUMERIC OR
                   WS-FEC-ANNEE = "0000"
                   DISPLAY "L'année doit être au format AAAA"
               END-IF
           END-PERFORM.

           PERFORM CHARGER-EXERCICES-CLOS.
           IF WS-FEC-ANNEE <= WS-CLO-DERNIERE
               DISPLAY "L'exercice " WS-FEC-ANNEE " est clôturé, "
                   "export refusé." X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-EXPORT-FEC
           END-IF.

           PERFORM CHARGER-PLAN-COMPTES.
           IF WS-CPT-DEBORDEMENT = 'Y'
               DISPLAY "Le plan de comptes dépasse 200"
                   " enregistrements, export impossible." X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-EXPORT-FEC
           END-IF.

           OPEN OUTPUT FEC-REPORT-FILE.
           IF WS-FEC-REPORT-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture du compte rendu FEC : "
                   WS-FEC-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO END-START-EXPORT-FEC
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-FEC-AUJOURDHUI.
           MOVE ZEROS TO WS-FEC-PAGE-COUNT.
           PERFORM ECRIRE-ENTETE-FEC.

           MOVE "LOY" TO WS-FEC-JRN-CODE(1).
           MOVE "LOYERS ENCAISSES" TO WS-FEC-JRN-LIBELLE(1).
           MOVE "ACH" TO WS-FEC-JRN-CODE(2).
           MOVE "CHARGES" TO WS-FEC-JRN-LIBELLE(2).
           MOVE "EMP" TO WS-FEC-JRN-CODE(3).
           MOVE "ECHEANCES D'EMPRUNTS" TO WS-FEC-JRN-LIBELLE(3).
           PERFORM VARYING WS-FEC-JOURNAL FROM 1 BY 1
               UNTIL WS-FEC-JOURNAL > 3
               MOVE ZEROS TO WS-FEC-JRN-NB(WS-FEC-JOURNAL)
               MOVE ZEROS TO WS-FEC-JRN-DEBIT(WS-FEC-JOURNAL)
               MOVE ZEROS TO WS-FEC-JRN-CREDIT(WS-FEC-JOURNAL)
           END-PERFORM.
           MOVE ZEROS TO WS-FEC-NB-REJETS.
           MOVE 'N' TO WS-FEC-DESEQUILIBRE.

           MOVE 1 TO WS-FEC-PASSE.
           PERFORM GENERER-ECRITURES-FEC.

           MOVE SPACES TO FEC-REPORT-LIGNE.
           WRITE FEC-REPORT-LIGNE.
           MOVE ZEROS TO WS-FEC-TOTAL-DEBIT.
           MOVE ZEROS TO WS-FEC-TOTAL-CREDIT.
           PERFORM VARYING WS-FEC-JOURNAL FROM 1 BY 1
               UNTIL WS-FEC-JOURNAL > 3
               MOVE WS-FEC-JRN-CODE(WS-FEC-JOURNAL) TO FCR-JRN-CODE
               MOVE WS-FEC-JRN-LIBELLE(WS-FEC-JOURNAL)
                   TO FCR-JRN-LIBELLE
               MOVE WS-FEC-JRN-NB(WS-FEC-JOURNAL) TO FCR-JRN-NB
               MOVE WS-FEC-JRN-DEBIT(WS-FEC-JOURNAL) TO FCR-JRN-DEBIT
               MOVE WS-FEC-JRN-CREDIT(WS-FEC-JOURNAL)
                   TO FCR-JRN-CREDIT
               COMPUTE WS-FEC-ECART =
                   WS-FEC-JRN-DEBIT(WS-FEC-JOURNAL)
                   - WS-FEC-JRN-CREDIT(WS-FEC-JOURNAL)
               MOVE WS-FEC-ECART TO FCR-JRN-ECART
               IF WS-FEC-ECART = ZEROS
                   MOVE "EQUILIBRE" TO FCR-JRN-STATUT
               ELSE
                   MOVE "DESEQUILIBRE" TO FCR-JRN-STATUT
                   MOVE 'Y' TO WS-FEC-DESEQUILIBRE
               END-IF
               WRITE FEC-REPORT-LIGNE FROM FCR-JOURNAL-LIGNE
               ADD WS-FEC-JRN-DEBIT(WS-FEC-JOURNAL)
                   TO WS-FEC-TOTAL-DEBIT
               ADD WS-FEC-JRN-CREDIT(WS-FEC-JOURNAL)
                   TO WS-FEC-TOTAL-CREDIT
           END-PERFORM.

           MOVE "TOT" TO FCR-JRN-CODE.
           MOVE "TOTAL GENERAL" TO FCR-JRN-LIBELLE.
           COMPUTE WS-FEC-NUMERO = WS-FEC-JRN-NB(1)
               + WS-FEC-JRN-NB(2) + WS-FEC-JRN-NB(3).
           MOVE WS-FEC-NUMERO TO FCR-JRN-NB.
           MOVE WS-FEC-TOTAL-DEBIT TO FCR-JRN-DEBIT.
           MOVE WS-FEC-TOTAL-CREDIT TO FCR-JRN-CREDIT.
           COMPUTE WS-FEC-ECART = WS-FEC-TOTAL-DEBIT
               - WS-FEC-TOTAL-CREDIT.
           MOVE WS-FEC-ECART TO FCR-JRN-ECART.
           IF WS-FEC-ECART = ZEROS
               MOVE "EQUILIBRE" TO FCR-JRN-STATUT
           ELSE
               MOVE "DESEQUILIBRE" TO FCR-JRN-STATUT
               MOVE 'Y' TO WS-FEC-DESEQUILIBRE
           END-IF.
           WRITE FEC-REPORT-LIGNE FROM FCR-JOURNAL-LIGNE.
           MOVE SPACES TO FEC-REPORT-LIGNE.
           WRITE FEC-REPORT-LIGNE.

           IF WS-FEC-NB-REJETS > ZEROS OR WS-FEC-DESEQUILIBRE = 'Y'
               MOVE "EXPORT REFUSE - ECRITURES EN CAUSE :"
                   TO FCR-CON-TEXTE
               MOVE WS-FEC-NB-REJETS TO FCR-CON-NB
               MOVE SPACES TO FCR-CON-SUITE
               WRITE FEC-REPORT-LIGNE FROM FCR-CONCLUSION
               CLOSE FEC-REPORT-FILE
               DISPLAY "Export FEC " WS-FEC-ANNEE " refusé :"
                   " écritures en anomalie ou journaux"
                   " déséquilibrés."
               DISPLAY " - Écritures en cause : " WS-FEC-NB-REJETS
               DISPLAY "FEC.TXT n'a pas été produit, voir"
                   " FECREPORT.TXT" X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-EXPORT-FEC
           END-IF.

           OPEN OUTPUT FEC-FILE.
           IF WS-FEC-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture du fichier FEC : "
                   WS-FEC-STATUS
               CLOSE FEC-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO END-START-EXPORT-FEC
           END-IF.
           WRITE FEC-LIGNE FROM FEC-ENTETE.

           MOVE 2 TO WS-FEC-PASSE.
           PERFORM GENERER-ECRITURES-FEC.
           CLOSE FEC-FILE.

           MOVE "EXPORT ACCEPTE - LIGNES ECRITES :" TO FCR-CON-TEXTE.
           MOVE WS-FEC-NB-LIGNES TO FCR-CON-NB.
           MOVE " DANS FEC.TXT" TO FCR-CON-SUITE.
           WRITE FEC-REPORT-LIGNE FROM FCR-CONCLUSION.
           CLOSE FEC-REPORT-FILE.

           DISPLAY "Export FEC " WS-FEC-ANNEE " :".
           DISPLAY " - Écritures : " WS-FEC-NUMERO.
           DISPLAY " - Lignes : " WS-FEC-NB-LIGNES.
           MOVE WS-FEC-TOTAL-DEBIT TO WS-FORMATED-FLOAT.
           DISPLAY " - Total débit = total crédit : "
               WS-FORMATED-FLOAT.
           DISPLAY "Écritures écrites dans FEC.TXT, contrôle dans"
               " FECREPORT.TXT" X'0A'.
           MOVE ZEROS TO RETURN-CODE.

       END-START-EXPORT-FEC.
           STOP RUN.

       CHARGER-PLAN-COMPTES.
           MOVE ZEROS TO WS-CPT-COUNT.
           MOVE 'N' TO WS-CPT-DEBORDEMENT.
           OPEN INPUT COMPTE-FILE.
           IF WS-COMPTE-STATUS IS NOT = "35"
               READ COMPTE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-COMPTE-STATUS
               END-READ
               PERFORM UNTIL WS-COMPTE-STATUS = "10"
                   IF WS-CPT-COUNT < 200
                       ADD 1 TO WS-CPT-COUNT
                       MOVE COMPTE-RECORD TO WS-CPT-LIGNE(WS-CPT-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-CPT-DEBORDEMENT
                   END-IF
                   READ COMPTE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-COMPTE-STATUS
                   END-READ
               END-PERFORM
               CLOSE COMPTE-FILE
           END-IF.

       END-CHARGER-PLAN-COMPTES.

       TROUVER-COMPTE-FEC.
           PERFORM CHERCHER-COMPTE-FEC.
           IF WS-CPT-TROUVE = ZEROS AND
               WS-CPT-CATEGORIE IS NOT = "LOYER" AND
               WS-CPT-CATEGORIE IS NOT = "BANQUE" AND
               WS-CPT-CATEGORIE IS NOT = "INTERETS" AND
               WS-CPT-CATEGORIE IS NOT = "EMPRUNT" AND
               WS-CPT-CATEGORIE IS NOT = "CHARGES"
               MOVE "CHARGES" TO WS-CPT-CATEGORIE
               PERFORM CHERCHER-COMPTE-FEC
           END-IF.
           IF WS-CPT-TROUVE = ZEROS
               EVALUATE WS-CPT-CATEGORIE
                   WHEN "LOYER"
                       MOVE "706000" TO WS-CPT-COMPTE
                       MOVE "LOYERS" TO WS-CPT-LIBELLE
                   WHEN "BANQUE"
                       MOVE "512000" TO WS-CPT-COMPTE
                       MOVE "BANQUE" TO WS-CPT-LIBELLE
                   WHEN "INTERETS"
                       MOVE "661100" TO WS-CPT-COMPTE
                       MOVE "INTERETS DES EMPRUNTS" TO WS-CPT-LIBELLE
                   WHEN "EMPRUNT"
                       MOVE "164000" TO WS-CPT-COMPTE
                       MOVE "EMPRUNTS" TO WS-CPT-LIBELLE
                   WHEN OTHER
                       MOVE "614000" TO WS-CPT-COMPTE
                       MOVE "CHARGES LOCATIVES" TO WS-CPT-LIBELLE
               END-EVALUATE
           END-IF.

       END-TROUVER-COMPTE-FEC.

       CHERCHER-COMPTE-FEC.
           MOVE ZEROS TO WS-CPT-TROUVE.
           PERFORM VARYING WS-CPT-SCAN FROM 1 BY 1
               UNTIL WS-CPT-SCAN > WS-CPT-COUNT OR
                   WS-CPT-TROUVE > ZEROS
               MOVE WS-CPT-LIGNE(WS-CPT-SCAN) TO WS-CPT-CHOISI
               IF WS-CPT-CH-CATEGORIE = WS-CPT-CATEGORIE
                   MOVE WS-CPT-SCAN TO WS-CPT-TROUVE
                   MOVE WS-CPT-CH-COMPTE TO WS-CPT-COMPTE
                   MOVE WS-CPT-CH-LIBELLE TO WS-CPT-LIBELLE
               END-IF
           END-PERFORM.

       END-CHERCHER-COMPTE-FEC.

       GENERER-ECRITURES-FEC.
           MOVE ZEROS TO WS-FEC-NUMERO.
           MOVE ZEROS TO WS-FEC-NB-LIGNES.

           MOVE 1 TO WS-FEC-JOURNAL.
           OPEN INPUT LOYER-FILE.
           IF WS-LOYER-FILE-STATUS IS NOT = "35"
               READ LOYER-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-LOYER-FILE-STATUS
               END-READ
               PERFORM UNTIL WS-LOYER-FILE-STATUS = "10"
                   IF LOY-PERIODE(1:4) = WS-FEC-ANNEE
                       PERFORM PREPARER-ECRITURE-LOYER
                       PERFORM TRAITER-ECRITURE-FEC
                   END-IF
                   READ LOYER-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-LOYER-FILE-STATUS
                   END-READ
               END-PERFORM
               CLOSE LOYER-FILE
           END-IF.
           OPEN INPUT SOLDE-FILE.
           IF WS-SOLDE-STATUS IS NOT = "35"
               READ SOLDE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-SOLDE-STATUS
               END-READ
               PERFORM UNTIL WS-SOLDE-STATUS = "10"
                   IF SLD-TYPE = 'R' AND
                       SLD-DATE-REGLEMENT(1:4) = WS-FEC-ANNEE
                       PERFORM PREPARER-ECRITURE-REGLEMENT
                       PERFORM TRAITER-ECRITURE-FEC
                   END-IF
                   READ SOLDE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-SOLDE-STATUS
                   END-READ
               END-PERFORM
               CLOSE SOLDE-FILE
           END-IF.

           MOVE 2 TO WS-FEC-JOURNAL.
           OPEN INPUT CHARGE-FILE.
           IF WS-CHARGE-FILE-STATUS IS NOT = "35"
               READ CHARGE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-CHARGE-FILE-STATUS
               END-READ
               PERFORM UNTIL WS-CHARGE-FILE-STATUS = "10"
                   IF CHG-PERIODE(1:4) = WS-FEC-ANNEE
                       PERFORM PREPARER-ECRITURE-CHARGE
                       PERFORM TRAITER-ECRITURE-FEC
                   END-IF
                   READ CHARGE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-CHARGE-FILE-STATUS
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           END-IF.

           MOVE 3 TO WS-FEC-JOURNAL.
           OPEN INPUT JOURNAL-PRET-FILE.
           IF WS-JOURNAL-PRET-STATUS IS NOT = "35"
               READ JOURNAL-PRET-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-JOURNAL-PRET-STATUS
               END-READ
               PERFORM UNTIL WS-JOURNAL-PRET-STATUS = "10"
                   IF JRN-PERIODE(1:4) = WS-FEC-ANNEE
                       PERFORM PREPARER-ECRITURE-PRET
                       PERFORM TRAITER-ECRITURE-FEC
                   END-IF
                   READ JOURNAL-PRET-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-JOURNAL-PRET-STATUS
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-PRET-FILE
           END-IF.

       END-GENERER-ECRITURES-FEC.

       PREPARER-ECRITURE-LOYER.
           MOVE LOY-PERIODE TO WS-FEC-PERIODE.
           MOVE SPACES TO WS-FEC-MOTIF.
           MOVE ZEROS TO WS-FEC-MONTANT.
           IF LOY-MONTANT IS NUMERIC
               MOVE LOY-MONTANT TO WS-FEC-MONTANT
           ELSE
               MOVE "MONTANT INVALIDE" TO WS-FEC-MOTIF
           END-IF.

           MOVE SPACES TO WS-FEC-PIECE.
           MOVE "LOY" TO WS-FEC-PIECE(1:3).
           MOVE LOY-PERIODE TO WS-FEC-PIECE(4:6).
           MOVE "-" TO WS-FEC-PIECE(10:1).
           MOVE LOY-NUMERO TO WS-FEC-PIECE(11:8).
           MOVE SPACES TO WS-FEC-LIBELLE.
           MOVE "LOYER" TO WS-FEC-LIBELLE(1:5).
           MOVE LOY-PERIODE TO WS-FEC-LIBELLE(7:6).
           MOVE "APPT" TO WS-FEC-LIBELLE(14:4).
           MOVE LOY-NUMERO TO WS-FEC-LIBELLE(19:8).

           MOVE 2 TO WS-FEC-NB-ECR.
           MOVE "BANQUE" TO WS-CPT-CATEGORIE.
           PERFORM TROUVER-COMPTE-FEC.
           MOVE WS-CPT-COMPTE TO WS-FEC-ECR-COMPTE(1).
           MOVE WS-CPT-LIBELLE TO WS-FEC-ECR-LIBELLE(1).
           MOVE WS-FEC-MONTANT TO WS-FEC-ECR-DEBIT(1).
           MOVE ZEROS TO WS-FEC-ECR-CREDIT(1).
           MOVE "LOYER" TO WS-CPT-CATEGORIE.
           PERFORM TROUVER-COMPTE-FEC.
           MOVE WS-CPT-COMPTE TO WS-FEC-ECR-COMPTE(2).
           MOVE WS-CPT-LIBELLE TO WS-FEC-ECR-LIBELLE(2).
           MOVE ZEROS TO WS-FEC-ECR-DEBIT(2).
           MOVE WS-FEC-MONTANT TO WS-FEC-ECR-CREDIT(2).

       END-PREPARER-ECRITURE-LOYER.

       PREPARER-ECRITURE-REGLEMENT.
           MOVE SLD-DATE-REGLEMENT(1:6) TO WS-FEC-PERIODE.
           MOVE SPACES TO WS-FEC-MOTIF.
           MOVE ZEROS TO WS-FEC-MONTANT.
           IF SLD-ENCAISSE IS NUMERIC
               MOVE SLD-ENCAISSE TO WS-FEC-MONTANT
           ELSE
               MOVE "MONTANT INVALIDE" TO WS-FEC-MOTIF
           END-IF.

           MOVE SPACES TO WS-FEC-PIECE.
           MOVE "RGL" TO WS-FEC-PIECE(1:3).
           MOVE SLD-PERIODE TO WS-FEC-PIECE(4:6).
           MOVE "-" TO WS-FEC-PIECE(10:1).
           MOVE SLD-NUMERO TO WS-FEC-PIECE(11:8).
           MOVE SPACES TO WS-FEC-LIBELLE.
           MOVE "REGLT" TO WS-FEC-LIBELLE(1:5).
           MOVE SLD-PERIODE TO WS-FEC-LIBELLE(7:6).
           MOVE "APPT" TO WS-FEC-LIBELLE(14:4).
           MOVE SLD-NUMERO TO WS-FEC-LIBELLE(19:8).

           MOVE 2 TO WS-FEC-NB-ECR.
           MOVE "BANQUE" TO WS-CPT-CATEGORIE.
           PERFORM TROUVER-COMPTE-FEC.
           MOVE WS-CPT-COMPTE TO WS-FEC-ECR-COMPTE(1).
           MOVE WS-CPT-LIBELLE TO WS-FEC-ECR-LIBELLE(1).
           MOVE WS-FEC-MONTANT TO WS-FEC-ECR-DEBIT(1).
           MOVE ZEROS TO WS-FEC-ECR-CREDIT(1).
           MOVE "LOYER" TO WS-CPT-CATEGORIE.
           PERFORM TROUVER-COMPTE-FEC.
           MOVE WS-CPT-COMPTE TO WS-FEC-ECR-COMPTE(2).
           MOVE WS-CPT-LIBELLE TO WS-FEC-ECR-LIBELLE(2).
           MOVE ZEROS TO WS-FEC-ECR-DEBIT(2).
           MOVE WS-FEC-MONTANT TO WS-FEC-ECR-CREDIT(2).

       END-PREPARER-ECRITURE-REGLEMENT.

       PREPARER-ECRITURE-CHARGE.
           MOVE CHG-PERIODE TO WS-FEC-PERIODE.
           MOVE SPACES TO WS-FEC-MOTIF.
           MOVE ZEROS TO WS-FEC-MONTANT.
           IF CHG-MONTANT IS NUMERIC
               MOVE CHG-MONTANT TO WS-FEC-MONTANT
           ELSE
               MOVE "MONTANT INVALIDE" TO WS-FEC-MOTIF
           END-IF.

           MOVE SPACES TO WS-FEC-PIECE.
           MOVE "ACH" TO WS-FEC-PIECE(1:3).
           MOVE CHG-PERIODE TO WS-FEC-PIECE(4:6).
           MOVE "-" TO WS-FEC-PIECE(10:1).
           MOVE CHG-NUMERO TO WS-FEC-PIECE(11:8).
           MOVE SPACES TO WS-FEC-LIBELLE.
           MOVE CHG-CATEGORIE TO WS-FEC-LIBELLE(1:12).
           MOVE CHG-PERIODE TO WS-FEC-LIBELLE(14:6).
           MOVE "APPT" TO WS-FEC-LIBELLE(21:4).
           MOVE CHG-NUMERO TO WS-FEC-LIBELLE(26:8).

           MOVE 2 TO WS-FEC-NB-ECR.
           MOVE CHG-CATEGORIE TO WS-CPT-CATEGORIE.
           PERFORM TROUVER-COMPTE-FEC.
           MOVE WS-CPT-COMPTE TO WS-FEC-ECR-COMPTE(1).
           MOVE WS-CPT-LIBELLE TO WS-FEC-ECR-LIBELLE(1).
           MOVE WS-FEC-MONTANT TO WS-FEC-ECR-DEBIT(1).
           MOVE ZEROS TO WS-FEC-ECR-CREDIT(1).
           MOVE "BANQUE" TO WS-CPT-CATEGORIE.
           PERFORM TROUVER-COMPTE-FEC.
           MOVE WS-CPT-COMPTE TO WS-FEC-ECR-COMPTE(2).
           MOVE WS-CPT-LIBELLE TO WS-FEC-ECR-LIBELLE(2).
           MOVE ZEROS TO WS-FEC-ECR-DEBIT(2).
           MOVE WS-FEC-MONTANT TO WS-FEC-ECR-CREDIT(2).

       END-PREPARER-ECRITURE-CHARGE.

       PREPARER-ECRITURE-PRET.
           MOVE JRN-PERIODE TO WS-FEC-PERIODE.
           MOVE SPACES TO WS-FEC-MOTIF.
           IF JRN-INTERET IS NOT NUMERIC OR
               JRN-AMORTI IS NOT NUMERIC
               MOVE "MONTANT INVALIDE" TO WS-FEC-MOTIF
           END-IF.

           MOVE SPACES TO WS-FEC-PIECE.
           MOVE "EMP" TO WS-FEC-PIECE(1:3).
           MOVE JRN-PERIODE TO WS-FEC-PIECE(4:6).
           MOVE "-" TO WS-FEC-PIECE(10:1).
           MOVE JRN-NUMERO TO WS-FEC-PIECE(11:8).
           MOVE SPACES TO WS-FEC-LIBELLE.
           MOVE "ECHEANCE PRET" TO WS-FEC-LIBELLE(1:13).
           MOVE JRN-PRET TO WS-FEC-LIBELLE(15:2).
           MOVE JRN-PERIODE TO WS-FEC-LIBELLE(18:6).
           MOVE "APPT" TO WS-FEC-LIBELLE(25:4).
           MOVE JRN-NUMERO TO WS-FEC-LIBELLE(30:8).

           MOVE ZEROS TO WS-FEC-NB-ECR.
           MOVE ZEROS TO WS-FEC-MONTANT.
           IF WS-FEC-MOTIF = SPACES AND JRN-INTERET > ZEROS
               ADD 1 TO WS-FEC-NB-ECR
               MOVE "INTERETS" TO WS-CPT-CATEGORIE
               PERFORM TROUVER-COMPTE-FEC
               MOVE WS-CPT-COMPTE TO WS-FEC-ECR-COMPTE(WS-FEC-NB-ECR)
               MOVE WS-CPT-LIBELLE
                   TO WS-FEC-ECR-LIBELLE(WS-FEC-NB-ECR)
               MOVE JRN-INTERET TO WS-FEC-ECR-DEBIT(WS-FEC-NB-ECR)
               MOVE ZEROS TO WS-FEC-ECR-CREDIT(WS-FEC-NB-ECR)
               ADD JRN-INTERET TO WS-FEC-MONTANT
           END-IF.
           IF WS-FEC-MOTIF = SPACES AND JRN-AMORTI > ZEROS
               ADD 1 TO WS-FEC-NB-ECR
               MOVE "EMPRUNT" TO WS-CPT-CATEGORIE
               PERFORM TROUVER-COMPTE-FEC
               MOVE WS-CPT-COMPTE TO WS-FEC-ECR-COMPTE(WS-FEC-NB-ECR)
               MOVE WS-CPT-LIBELLE
                   TO WS-FEC-ECR-LIBELLE(WS-FEC-NB-ECR)
               MOVE JRN-AMORTI TO WS-FEC-ECR-DEBIT(WS-FEC-NB-ECR)
               MOVE ZEROS TO WS-FEC-ECR-CREDIT(WS-FEC-NB-ECR)
               ADD JRN-AMORTI TO WS-FEC-MONTANT
           END-IF.
           ADD 1 TO WS-FEC-NB-ECR.
           MOVE "BANQUE" TO WS-CPT-CATEGORIE.
           PERFORM TROUVER-COMPTE-FEC.
           MOVE WS-CPT-COMPTE TO WS-FEC-ECR-COMPTE(WS-FEC-NB-ECR).
           MOVE WS-CPT-LIBELLE TO WS-FEC-ECR-LIBELLE(WS-FEC-NB-ECR).
           MOVE ZEROS TO WS-FEC-ECR-DEBIT(WS-FEC-NB-ECR).
           MOVE WS-FEC-MONTANT TO WS-FEC-ECR-CREDIT(WS-FEC-NB-ECR).

       END-PREPARER-ECRITURE-PRET.

       TRAITER-ECRITURE-FEC.
           MOVE ZEROS TO WS-FEC-SOMME-DEBIT.
           MOVE ZEROS TO WS-FEC-SOMME-CREDIT.
           PERFORM VARYING WS-FEC-SCAN FROM 1 BY 1
               UNTIL WS-FEC-SCAN > WS-FEC-NB-ECR
               ADD WS-FEC-ECR-DEBIT(WS-FEC-SCAN) TO WS-FEC-SOMME-DEBIT
               ADD WS-FEC-ECR-CREDIT(WS-FEC-SCAN)
                   TO WS-FEC-SOMME-CREDIT
           END-PERFORM.

           IF WS-FEC-MOTIF IS NOT = SPACES OR
               WS-FEC-SOMME-DEBIT > ZEROS OR
               WS-FEC-SOMME-CREDIT > ZEROS
               PERFORM ENREGISTRER-ECRITURE-FEC
           END-IF.

       END-TRAITER-ECRITURE-FEC.

       ENREGISTRER-ECRITURE-FEC.
           ADD 1 TO WS-FEC-NUMERO.

           IF WS-FEC-MOTIF = SPACES AND
               (WS-FEC-PERIODE(5:2) IS NOT NUMERIC OR
                WS-FEC-PERIODE(5:2) < "01" OR
                WS-FEC-PERIODE(5:2) > "12")
               MOVE "PERIODE INVALIDE" TO WS-FEC-MOTIF
           END-IF.
           IF WS-FEC-MOTIF = SPACES AND
               WS-FEC-SOMME-DEBIT IS NOT = WS-FEC-SOMME-CREDIT
               MOVE "DESEQUILIBRE" TO WS-FEC-MOTIF
           END-IF.
           PERFORM VARYING WS-FEC-SCAN FROM 1 BY 1
               UNTIL WS-FEC-SCAN > WS-FEC-NB-ECR
               IF WS-FEC-MOTIF = SPACES AND
                   WS-FEC-ECR-COMPTE(WS-FEC-SCAN) = SPACES
                   MOVE "COMPTE NON PARAMETRE" TO WS-FEC-MOTIF
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-FEC-DATE.
           IF WS-FEC-MOTIF = SPACES
               MOVE WS-FEC-PERIODE(1:4) TO WS-JDM-ANNEE
               MOVE WS-FEC-PERIODE(5:2) TO WS-JDM-MOIS
               PERFORM CALCULER-JOURS-DU-MOIS
               MOVE WS-FEC-PERIODE TO WS-FEC-DATE(1:6)
               MOVE WS-JDM-JOURS TO WS-FEC-DATE(7:2)
           END-IF.

           IF WS-FEC-PASSE = 1
               ADD 1 TO WS-FEC-JRN-NB(WS-FEC-JOURNAL)
               ADD WS-FEC-SOMME-DEBIT
                   TO WS-FEC-JRN-DEBIT(WS-FEC-JOURNAL)
               ADD WS-FEC-SOMME-CREDIT
                   TO WS-FEC-JRN-CREDIT(WS-FEC-JOURNAL)
               IF WS-FEC-MOTIF IS NOT = SPACES
                   ADD 1 TO WS-FEC-NB-REJETS
                   PERFORM ECRIRE-REJET-FEC
               END-IF
           ELSE
               PERFORM VARYING WS-FEC-SCAN FROM 1 BY 1
                   UNTIL WS-FEC-SCAN > WS-FEC-NB-ECR
                   PERFORM ECRIRE-LIGNE-FEC
               END-PERFORM
           END-IF.

       END-ENREGISTRER-ECRITURE-FEC.

       ECRIRE-LIGNE-FEC.
           MOVE WS-FEC-JRN-CODE(WS-FEC-JOURNAL)
               TO FEC-DET-JOURNAL-CODE.
           MOVE WS-FEC-JRN-LIBELLE(WS-FEC-JOURNAL)
               TO FEC-DET-JOURNAL-LIB.
           MOVE WS-FEC-NUMERO TO FEC-DET-NUMERO.
           MOVE WS-FEC-DATE TO FEC-DET-DATE.
           MOVE WS-FEC-ECR-COMPTE(WS-FEC-SCAN) TO FEC-DET-COMPTE.
           MOVE WS-FEC-ECR-LIBELLE(WS-FEC-SCAN) TO FEC-DET-COMPTE-LIB.
           MOVE WS-FEC-PIECE TO FEC-DET-PIECE.
           MOVE WS-FEC-DATE TO FEC-DET-PIECE-DATE.
           MOVE WS-FEC-LIBELLE TO FEC-DET-LIBELLE.
           MOVE WS-FEC-ECR-DEBIT(WS-FEC-SCAN) TO WS-FEC-MONTANT.
           MOVE WS-FEC-MONTANT-ENT TO FEC-DET-DEBIT-ENT.
           MOVE WS-FEC-MONTANT-DEC TO FEC-DET-DEBIT-DEC.
           MOVE WS-FEC-ECR-CREDIT(WS-FEC-SCAN) TO WS-FEC-MONTANT.
           MOVE WS-FEC-MONTANT-ENT TO FEC-DET-CREDIT-ENT.
           MOVE WS-FEC-MONTANT-DEC TO FEC-DET-CREDIT-DEC.
           MOVE WS-FEC-AUJOURDHUI TO FEC-DET-VALID-DATE.
           WRITE FEC-LIGNE FROM FEC-DETAIL.
           ADD 1 TO WS-FEC-NB-LIGNES.

       END-ECRIRE-LIGNE-FEC.

       ECRIRE-REJET-FEC.
           IF WS-FEC-LIGNE-COUNT >= 60
               PERFORM ECRIRE-ENTETE-FEC
           END-IF.
           MOVE WS-FEC-JRN-CODE(WS-FEC-JOURNAL) TO FCR-DET-JOURNAL.
           MOVE WS-FEC-NUMERO TO FCR-DET-NUMERO.
           MOVE WS-FEC-PIECE TO FCR-DET-PIECE.
           MOVE WS-FEC-LIBELLE TO FCR-DET-LIBELLE.
           MOVE WS-FEC-SOMME-DEBIT TO FCR-DET-DEBIT.
           MOVE WS-FEC-SOMME-CREDIT TO FCR-DET-CREDIT.
           MOVE WS-FEC-MOTIF TO FCR-DET-MOTIF.
           WRITE FEC-REPORT-LIGNE FROM FCR-DETAIL.
           ADD 1 TO WS-FEC-LIGNE-COUNT.

       END-ECRIRE-REJET-FEC.

       ECRIRE-ENTETE-FEC.
           ADD 1 TO WS-FEC-PAGE-COUNT.
           MOVE WS-FEC-ANNEE TO FCR-ENT-ANNEE.
           MOVE WS-CURRENT-DATE(7:2) TO FCR-ENT-DATE(1:2).
           MOVE "/" TO FCR-ENT-DATE(3:1).
           MOVE WS-CURRENT-DATE(5:2) TO FCR-ENT-DATE(4:2).
           MOVE "/" TO FCR-ENT-DATE(6:1).
           MOVE WS-CURRENT-DATE(1:4) TO FCR-ENT-DATE(7:4).
           MOVE WS-FEC-PAGE-COUNT TO FCR-ENT-PAGE.

           IF WS-FEC-PAGE-COUNT > 1
               MOVE SPACES TO FEC-REPORT-LIGNE
               WRITE FEC-REPORT-LIGNE
           END-IF.
           WRITE FEC-REPORT-LIGNE FROM FCR-ENTETE.
           MOVE SPACES TO FEC-REPORT-LIGNE.
           WRITE FEC-REPORT-LIGNE.
           WRITE FEC-REPORT-LIGNE FROM FCR-COLONNES.
           MOVE ZEROS TO WS-FEC-LIGNE-COUNT.

       END-ECRIRE-ENTETE-FEC.

       START-CLOTURE-EXERCICE.

           MOVE "CLOTURE" TO WS-OPER-CODE.
           PERFORM LOAD-PORTFOLIO.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CLO-DATE.
           PERFORM CHARGER-EXERCICES-CLOS.

           MOVE SPACES TO WS-CLO-ANNEE.
           PERFORM UNTIL WS-CLO-ANNEE IS NUMERIC AND
               WS-CLO-ANNEE IS NOT = "0000"
               DISPLAY "Entrez l'exercice à clôturer (AAAA) : "
               ACCEPT WS-CLO-ANNEE
               IF WS-CLO-ANNEE IS NOT NUMERIC OR
                   WS-CLO-ANNEE = "0000"
                   DISPLAY "L'année doit être au format AAAA"
               END-IF
           END-PERFORM.

           IF WS-CLO-ANNEE >= WS-CLO-DATE(1:4)
               DISPLAY "Seul un exercice échu peut être clôturé."
                   X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-CLOTURE-EXERCICE
           END-IF.
           IF WS-CLO-ANNEE <= WS-CLO-DERNIERE
               DISPLAY "L'exercice " WS-CLO-ANNEE
                   " est déjà clôturé (dernier exercice clos : "
                   WS-CLO-DERNIERE ")."
                   X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-CLOTURE-EXERCICE
           END-IF.

           DISPLAY "Les mouvements jusqu'à " WS-CLO-ANNEE
               " seront transférés dans l'historique"
           DISPLAY "et les périodes de cet exercice seront"
               " verrouillées."
           MOVE SPACES TO WS-CLO-CONFIRMER.
           PERFORM UNTIL WS-CLO-CONFIRMER = 'y' OR
               WS-CLO-CONFIRMER = 'n'

               DISPLAY "Confirmer la clôture ? (y/n)"
               ACCEPT WS-CLO-CONFIRMER

               IF WS-CLO-CONFIRMER IS NOT = 'y' AND
                   WS-CLO-CONFIRMER IS NOT = 'n'
                   DISPLAY "Valeur invalide"
               END-IF

           END-PERFORM.
           IF WS-CLO-CONFIRMER = 'n'
               DISPLAY "Clôture abandonnée, aucune donnée modifiée."
                   X'0A'
               GO TO END-START-CLOTURE-EXERCICE
           END-IF.

           PERFORM CHARGER-BAUX.
           IF WS-BAIL-DEBORDEMENT = 'Y'
               DISPLAY "Le fichier des baux dépasse 1000"
                   " enregistrements, clôture impossible." X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-CLOTURE-EXERCICE
           END-IF.
           PERFORM CHARGER-REVISIONS-BAIL.

           PERFORM INITIALISER-SOLDES-APPARTS.
           PERFORM CALCULER-SOLDES-BAUX.
           PERFORM RETENIR-REGLEMENTS-REPORTES.
           IF WS-CLO-DEBORDEMENT = 'Y'
               DISPLAY "Les restes dus dépassent 5000 périodes,"
                   " clôture impossible." X'0A'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-CLOTURE-EXERCICE
           END-IF.

           PERFORM VERIFIER-FICHIERS-CLOTURE.
           IF WS-CLO-ERREUR = 'Y'
               MOVE 8 TO RETURN-CODE
               GO TO END-START-CLOTURE-EXERCICE
           END-IF.

           MOVE "LOYERS.IDX" TO WS-CLO-FIC-LIBELLE(1).
           MOVE "CHARGES.TXT" TO WS-CLO-FIC-LIBELLE(2).
           MOVE "PRETJOURNAL.TXT" TO WS-CLO-FIC-LIBELLE(3).
           MOVE "AUDITLOG.TXT" TO WS-CLO-FIC-LIBELLE(4).
           MOVE "VALORISATIONS.TXT" TO WS-CLO-FIC-LIBELLE(5).
           PERFORM VARYING WS-CLO-FICHIER FROM 1 BY 1
               UNTIL WS-CLO-FICHIER > 5
               MOVE ZEROS TO WS-CLO-FIC-AVANT-NB(WS-CLO-FICHIER)
               MOVE ZEROS TO WS-CLO-FIC-AVANT-MNT(WS-CLO-FICHIER)
               MOVE ZEROS TO WS-CLO-FIC-GARDES-NB(WS-CLO-FICHIER)
               MOVE ZEROS TO WS-CLO-FIC-GARDES-MNT(WS-CLO-FICHIER)
               MOVE ZEROS TO WS-CLO-FIC-HISTO-NB(WS-CLO-FICHIER)
               MOVE ZEROS TO WS-CLO-FIC-HISTO-MNT(WS-CLO-FICHIER)
           END-PERFORM.

           PERFORM PURGER-LOYERS-CLOTURE.
           PERFORM PURGER-CHARGES-CLOTURE.
           PERFORM PURGER-JOURNAL-CLOTURE.
           PERFORM PURGER-AUDIT-CLOTURE.
           PERFORM REPERER-DERNIERES-VALORISATIONS.
           PERFORM PURGER-VALORISATIONS-CLOTURE.

           PERFORM ECRIRE-SOLDES-REPORTES.

           OPEN EXTEND EXERCICE-FILE.
           IF WS-EXERCICE-STATUS = "35"
               OPEN OUTPUT EXERCICE-FILE
               CLOSE EXERCICE-FILE
               OPEN EXTEND EXERCICE-FILE
           END-IF.
           MOVE SPACES TO EXERCICE-RECORD.
           MOVE WS-CLO-ANNEE TO EXE-ANNEE.
           MOVE WS-CLO-DATE TO EXE-DATE.
           MOVE WS-OPER-CODE TO EXE-OPERATEUR.
           WRITE EXERCICE-RECORD.
           CLOSE EXERCICE-FILE.

           PERFORM COMPTER-APRES-CLOTURE.
           PERFORM EDITER-CONTROLE-CLOTURE.

           DISPLAY "Clôture de l'exercice " WS-CLO-ANNEE " :".
           PERFORM VARYING WS-CLO-FICHIER FROM 1 BY 1
               UNTIL WS-CLO-FICHIER > 5
               DISPLAY " - " WS-CLO-FIC-LIBELLE(WS-CLO-FICHIER)
                   " : " WS-CLO-FIC-HISTO-NB(WS-CLO-FICHIER)
                   " ligne(s) transférée(s), "
                   WS-CLO-FIC-GARDES-NB(WS-CLO-FICHIER)
                   " conservée(s)"
           END-PERFORM.
           DISPLAY " - Baux avec reste dû reporté : " WS-CLO-NB-BAUX.
           MOVE WS-CLO-TOTAL-RESTANT TO WS-FORMATED-FLOAT.
           DISPLAY " - Restes dus reportés : " WS-FORMATED-FLOAT.
           IF WS-CLO-ECART = 'Y'
               DISPLAY "ATTENTION : écart entre les totaux avant et"
                   " après clôture, voir CLOTURE.TXT" X'0A'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Totaux de contrôle identiques avant et après"
                   " clôture, voir CLOTURE.TXT" X'0A'
               MOVE ZEROS TO RETURN-CODE
           END-IF.

       END-START-CLOTURE-EXERCICE.
           STOP RUN.

       CHARGER-EXERCICES-CLOS.
           MOVE "0000" TO WS-CLO-DERNIERE.
           OPEN INPUT EXERCICE-FILE.
           IF WS-EXERCICE-STATUS IS NOT = "35"
               READ EXERCICE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-EXERCICE-STATUS
               END-READ
               PERFORM UNTIL WS-EXERCICE-STATUS = "10"
                   IF EXE-ANNEE IS NUMERIC AND
                       EXE-ANNEE > WS-CLO-DERNIERE
                       MOVE EXE-ANNEE TO WS-CLO-DERNIERE
                   END-IF
                   READ EXERCICE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-EXERCICE-STATUS
                   END-READ
               END-PERFORM
               CLOSE EXERCICE-FILE
           END-IF.

       END-CHARGER-EXERCICES-CLOS.

       CUMULER-SOLDES-REPORTES.
           PERFORM CHARGER-EXERCICES-CLOS.
           OPEN INPUT SOLDE-FILE.
           IF WS-SOLDE-STATUS IS NOT = "35"
               READ SOLDE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-SOLDE-STATUS
               END-READ
               PERFORM UNTIL WS-SOLDE-STATUS = "10"

                   IF (SLD-TYPE = 'P' OR
                       (SLD-TYPE = 'R' AND
                        (WS-IMP-SORTIE IS NOT = 5 OR
                         SLD-EXERCICE <= WS-CLO-ANNEE))) AND
                       SLD-NUMERO = WS-BAIL-CHOISI-ID AND
                       SLD-DEBUT = WS-BAIL-CHOISI-DEBUT
                       MOVE ZEROS TO WS-IMP-APPART
                       PERFORM VARYING WS-IMP-SCAN FROM 1 BY 1
                           UNTIL WS-IMP-SCAN > WS-IMP-NB-PERIODES
                           IF WS-IMP-PER-PERIODE(WS-IMP-SCAN)
                                   = SLD-PERIODE
                               MOVE WS-IMP-SCAN TO WS-IMP-APPART
                           END-IF
                       END-PERFORM
                       IF WS-IMP-APPART > ZEROS
                           ADD SLD-ENCAISSE TO
                               WS-IMP-PER-MONTANT(WS-IMP-APPART)
                       ELSE
                           IF WS-IMP-NB-PERIODES < 240
                               ADD 1 TO WS-IMP-NB-PERIODES
                               MOVE SLD-PERIODE TO
                                   WS-IMP-PER-PERIODE(
                                       WS-IMP-NB-PERIODES)
                               MOVE SLD-ENCAISSE TO
                                   WS-IMP-PER-MONTANT(
                                       WS-IMP-NB-PERIODES)
                           END-IF
                       END-IF
                   END-IF

                   READ SOLDE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-SOLDE-STATUS
                   END-READ
               END-PERFORM
               CLOSE SOLDE-FILE
           END-IF.

       END-CUMULER-SOLDES-REPORTES.

       CONTROLER-PERIODE-REPORTEE.
           MOVE ZEROS TO WS-CLO-APPART.
           PERFORM VARYING WS-IMP-SCAN FROM 1 BY 1
               UNTIL WS-IMP-SCAN > WS-IMP-NB-PERIODES
               IF WS-IMP-PER-PERIODE(WS-IMP-SCAN) = WS-IMP-PERIODE
                   MOVE WS-IMP-SCAN TO WS-CLO-APPART
               END-IF
           END-PERFORM.
           IF WS-CLO-APPART > ZEROS
               PERFORM CONTROLER-PERIODE-BAIL
           END-IF.

       END-CONTROLER-PERIODE-REPORTEE.

       CHERCHER-SOLDE-REPORTE.
           MOVE 'N' TO WS-SLR-TROUVE.
           MOVE ZEROS TO WS-SLR-DU.
           MOVE ZEROS TO WS-SLR-ENCAISSE.
           MOVE ZEROS TO WS-SLR-RESTANT.
           MOVE WS-LOYER-ID TO WS-BAIL-ID-RECHERCHE.
           MOVE WS-LOYER-PERIODE TO WS-IMP-PERIODE.
           PERFORM CHARGER-BAUX.
           PERFORM TROUVER-BAIL-PERIODE.

           IF WS-BAIL-TROUVE > ZEROS
               MOVE WS-BAIL-LIGNE(WS-BAIL-TROUVE) TO WS-BAIL-CHOISI
               OPEN INPUT SOLDE-FILE
               IF WS-SOLDE-STATUS IS NOT = "35"
                   READ SOLDE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-SOLDE-STATUS
                   END-READ
                   PERFORM UNTIL WS-SOLDE-STATUS = "10"
                       IF (SLD-TYPE = 'P' OR SLD-TYPE = 'R') AND
                           SLD-NUMERO = WS-BAIL-CHOISI-ID AND
                           SLD-DEBUT = WS-BAIL-CHOISI-DEBUT AND
                           SLD-PERIODE = WS-LOYER-PERIODE
                           IF SLD-TYPE = 'P'
                               MOVE 'Y' TO WS-SLR-TROUVE
                           END-IF
                           ADD SLD-DU TO WS-SLR-DU
                           ADD SLD-ENCAISSE TO WS-SLR-ENCAISSE
                       END-IF
                       READ SOLDE-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-SOLDE-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE SOLDE-FILE
               END-IF
           END-IF.

           IF WS-SLR-TROUVE = 'Y' AND WS-SLR-DU > WS-SLR-ENCAISSE
               COMPUTE WS-SLR-RESTANT = WS-SLR-DU - WS-SLR-ENCAISSE
           END-IF.

       END-CHERCHER-SOLDE-REPORTE.

       ENREGISTRER-REGLEMENT-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN EXTEND SOLDE-FILE.
           IF WS-SOLDE-STATUS = "35"
               OPEN OUTPUT SOLDE-FILE
               CLOSE SOLDE-FILE
               OPEN EXTEND SOLDE-FILE
           END-IF.
           MOVE SPACES TO WS-SLD-CHOISI.
           MOVE WS-CURRENT-DATE(1:4) TO WS-SLD-EXERCICE.
           MOVE 'R' TO WS-SLD-TYPE.
           MOVE WS-BAIL-CHOISI-ID TO WS-SLD-NUMERO.
           MOVE WS-BAIL-CHOISI-DEBUT TO WS-SLD-DEBUT.
           MOVE WS-LOYER-PERIODE TO WS-SLD-PERIODE.
           MOVE ZEROS TO WS-SLD-DU.
           MOVE WS-LOYER-MONTANT TO WS-SLD-ENCAISSE.
           COMPUTE WS-SLD-RESTANT = WS-SLR-RESTANT - WS-LOYER-MONTANT.
           MOVE ZEROS TO WS-SLD-INTERETS.
           MOVE ZEROS TO WS-SLD-VAL-MONTANT.
           MOVE WS-CURRENT-DATE(1:8) TO WS-SLD-DATE-REGLEMENT.
           MOVE WS-OPER-CODE TO WS-SLD-OPERATEUR.
           WRITE SOLDE-RECORD FROM WS-SLD-CHOISI.
           CLOSE SOLDE-FILE.

       END-ENREGISTRER-REGLEMENT-REPORTE.

       INITIALISER-SOLDES-APPARTS.
           PERFORM VARYING WS-CLO-SCAN FROM 1 BY 1
               UNTIL WS-CLO-SCAN > WS-NB-APPARTEMENTS
               MOVE ZEROS TO WS-CLO-APP-INTERETS(WS-CLO-SCAN)
               MOVE SPACES TO WS-CLO-APP-VAL-DATE(WS-CLO-SCAN)
               MOVE ZEROS TO WS-CLO-APP-VAL-MONTANT(WS-CLO-SCAN)
               MOVE 'N' TO WS-CLO-APP-VAL-GARDEE(WS-CLO-SCAN)
           END-PERFORM.

           OPEN INPUT SOLDE-FILE.
           IF WS-SOLDE-STATUS IS NOT = "35"
               READ SOLDE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-SOLDE-STATUS
               END-READ
               PERFORM UNTIL WS-SOLDE-STATUS = "10"
                   IF SLD-TYPE = 'A'
                       MOVE SLD-NUMERO TO WS-CLO-ID
                       PERFORM TROUVER-APPART-CLOTURE
                       IF WS-CLO-APPART > ZEROS
                           MOVE SLD-INTERETS TO
                               WS-CLO-APP-INTERETS(WS-CLO-APPART)
                           MOVE SLD-VAL-DATE TO
                               WS-CLO-APP-VAL-DATE(WS-CLO-APPART)
                           MOVE SLD-VAL-MONTANT TO
                               WS-CLO-APP-VAL-MONTANT(WS-CLO-APPART)
                       END-IF
                   END-IF
                   READ SOLDE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-SOLDE-STATUS
                   END-READ
               END-PERFORM
               CLOSE SOLDE-FILE
           END-IF.

       END-INITIALISER-SOLDES-APPARTS.

       TROUVER-APPART-CLOTURE.
           MOVE ZEROS TO WS-CLO-APPART.
           PERFORM VARYING WS-CLO-SCAN FROM 1 BY 1
               UNTIL WS-CLO-SCAN > WS-NB-APPARTEMENTS OR
                   WS-CLO-APPART > ZEROS
               IF WS-CARAC-APPARTEMENT(WS-CLO-SCAN, 6) = WS-CLO-ID
                   MOVE WS-CLO-SCAN TO WS-CLO-APPART
               END-IF
           END-PERFORM.

       END-TROUVER-APPART-CLOTURE.

       CALCULER-SOLDES-BAUX.
           MOVE ZEROS TO WS-CLO-NB-SOLDES.
           MOVE ZEROS TO WS-CLO-NB-BAUX.
           MOVE ZEROS TO WS-CLO-TOTAL-RESTANT.
           MOVE 'N' TO WS-CLO-DEBORDEMENT.
           MOVE ZEROS TO WS-IMP-NB-IMPAYES.
           MOVE ZEROS TO WS-IMP-TOTAL-DU.
           MOVE ZEROS TO WS-IMP-TOTAL-1M.
           MOVE ZEROS TO WS-IMP-TOTAL-2M3M.
           MOVE ZEROS TO WS-IMP-TOTAL-PLUS3M.
           MOVE 5 TO WS-IMP-SORTIE.
           MOVE WS-CLO-ANNEE TO WS-CLO-PERIODE-FIN(1:4).
           MOVE "12" TO WS-CLO-PERIODE-FIN(5:2).

           PERFORM VARYING WS-BAIL-SCAN FROM 1 BY 1
               UNTIL WS-BAIL-SCAN > WS-BAIL-COUNT

               MOVE WS-BAIL-LIGNE(WS-BAIL-SCAN) TO WS-BAIL-CHOISI
               IF WS-BAIL-CHOISI-DEBUT IS NUMERIC AND
                   WS-BAIL-CHOISI-DEBUT(1:6) <= WS-CLO-PERIODE-FIN
                   MOVE WS-CLO-PERIODE-FIN TO WS-IMP-PERIODE-CRT
                   IF WS-BAIL-CHOISI-FIN IS NOT = "00000000" AND
                       WS-BAIL-CHOISI-FIN(1:6) < WS-IMP-PERIODE-CRT
                       MOVE WS-BAIL-CHOISI-FIN(1:6)
                           TO WS-IMP-PERIODE-CRT
                   END-IF
                   MOVE WS-IMP-PERIODE-CRT(1:4) TO WS-IMP-ANNEE-CRT
                   MOVE WS-IMP-PERIODE-CRT(5:2) TO WS-IMP-MOIS-CRT
                   MOVE ZEROS TO WS-CLO-BAIL-NB
                   MOVE ZEROS TO WS-CLO-BAIL-DU
                   MOVE ZEROS TO WS-CLO-BAIL-ENCAISSE
                   MOVE ZEROS TO WS-CLO-BAIL-RESTANT
                   PERFORM CUMULER-LOYERS-BAIL
                   PERFORM BALAYER-PERIODES-BAIL
                   IF WS-CLO-BAIL-NB > ZEROS
                       MOVE SPACES TO WS-SLD-CHOISI
                       MOVE WS-CLO-ANNEE TO WS-SLD-EXERCICE
                       MOVE 'B' TO WS-SLD-TYPE
                       MOVE WS-BAIL-CHOISI-ID TO WS-SLD-NUMERO
                       MOVE WS-BAIL-CHOISI-DEBUT TO WS-SLD-DEBUT
                       MOVE WS-CLO-BAIL-DU TO WS-SLD-DU
                       MOVE WS-CLO-BAIL-ENCAISSE TO WS-SLD-ENCAISSE
                       MOVE WS-CLO-BAIL-RESTANT TO WS-SLD-RESTANT
                       MOVE ZEROS TO WS-SLD-INTERETS
                       MOVE ZEROS TO WS-SLD-VAL-MONTANT
                       PERFORM MEMORISER-LIGNE-SOLDE
                       ADD 1 TO WS-CLO-NB-BAUX
                       ADD WS-CLO-BAIL-RESTANT TO WS-CLO-TOTAL-RESTANT
                   END-IF
               END-IF

           END-PERFORM.

       END-CALCULER-SOLDES-BAUX.

       MEMORISER-SOLDE-BAIL.
           ADD 1 TO WS-CLO-BAIL-NB.
           ADD WS-IMP-LOYER-DU TO WS-CLO-BAIL-DU.
           ADD WS-IMP-ENCAISSE TO WS-CLO-BAIL-ENCAISSE.
           ADD WS-IMP-RESTANT TO WS-CLO-BAIL-RESTANT.
           MOVE SPACES TO WS-SLD-CHOISI.
           MOVE WS-CLO-ANNEE TO WS-SLD-EXERCICE.
           MOVE 'P' TO WS-SLD-TYPE.
           MOVE WS-BAIL-CHOISI-ID TO WS-SLD-NUMERO.
           MOVE WS-BAIL-CHOISI-DEBUT TO WS-SLD-DEBUT.
           MOVE WS-IMP-PERIODE TO WS-SLD-PERIODE.
           MOVE WS-IMP-LOYER-DU TO WS-SLD-DU.
           MOVE WS-IMP-ENCAISSE TO WS-SLD-ENCAISSE.
           MOVE WS-IMP-RESTANT TO WS-SLD-RESTANT.
           MOVE ZEROS TO WS-SLD-INTERETS.
           MOVE ZEROS TO WS-SLD-VAL-MONTANT.
           PERFORM MEMORISER-LIGNE-SOLDE.

       END-MEMORISER-SOLDE-BAIL.

       MEMORISER-LIGNE-SOLDE.
           IF WS-CLO-NB-SOLDES < 5000
               ADD 1 TO WS-CLO-NB-SOLDES
               MOVE WS-SLD-CHOISI
                   TO WS-CLO-SOLDE-LIGNE(WS-CLO-NB-SOLDES)
           ELSE
               MOVE 'Y' TO WS-CLO-DEBORDEMENT
           END-IF.

       END-MEMORISER-LIGNE-SOLDE.

       RETENIR-REGLEMENTS-REPORTES.
           OPEN INPUT SOLDE-FILE.
           IF WS-SOLDE-STATUS IS NOT = "35"
               READ SOLDE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-SOLDE-STATUS
               END-READ
               PERFORM UNTIL WS-SOLDE-STATUS = "10"
                   IF SLD-TYPE = 'R' AND SLD-EXERCICE > WS-CLO-ANNEE
                       MOVE SOLDE-RECORD TO WS-SLD-CHOISI
                       PERFORM MEMORISER-LIGNE-SOLDE
                   END-IF
                   READ SOLDE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-SOLDE-STATUS
                   END-READ
               END-PERFORM
               CLOSE SOLDE-FILE
           END-IF.

       END-RETENIR-REGLEMENTS-REPORTES.

       VERIFIER-FICHIERS-CLOTURE.
           MOVE 'N' TO WS-CLO-ERREUR.
           OPEN OUTPUT TRAVAIL-FILE.
           IF WS-TRAVAIL-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture du fichier de travail : "
                   WS-TRAVAIL-STATUS
               MOVE 'Y' TO WS-CLO-ERREUR
           ELSE
               CLOSE TRAVAIL-FILE
           END-IF.

           OPEN EXTEND HISTO-LOYER-FILE.
           IF WS-HISTO-LOYER-STATUS = "35"
               OPEN OUTPUT HISTO-LOYER-FILE
               CLOSE HISTO-LOYER-FILE
               OPEN EXTEND HISTO-LOYER-FILE
           END-IF.
           IF WS-HISTO-LOYER-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture de HISTOLOYERS.TXT : "
                   WS-HISTO-LOYER-STATUS
               MOVE 'Y' TO WS-CLO-ERREUR
           ELSE
               CLOSE HISTO-LOYER-FILE
           END-IF.

           OPEN EXTEND HISTO-CHARGE-FILE.
           IF WS-HISTO-CHARGE-STATUS = "35"
               OPEN OUTPUT HISTO-CHARGE-FILE
               CLOSE HISTO-CHARGE-FILE
               OPEN EXTEND HISTO-CHARGE-FILE
           END-IF.
           IF WS-HISTO-CHARGE-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture de HISTOCHARGES.TXT : "
                   WS-HISTO-CHARGE-STATUS
               MOVE 'Y' TO WS-CLO-ERREUR
           ELSE
               CLOSE HISTO-CHARGE-FILE
           END-IF.

           OPEN EXTEND HISTO-JOURNAL-FILE.
           IF WS-HISTO-JOURNAL-STATUS = "35"
               OPEN OUTPUT HISTO-JOURNAL-FILE
               CLOSE HISTO-JOURNAL-FILE
               OPEN EXTEND HISTO-JOURNAL-FILE
           END-IF.
           IF WS-HISTO-JOURNAL-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture de HISTOPRETJOURNAL.TXT"
                   " : " WS-HISTO-JOURNAL-STATUS
               MOVE 'Y' TO WS-CLO-ERREUR
           ELSE
               CLOSE HISTO-JOURNAL-FILE
           END-IF.

           OPEN EXTEND HISTO-AUDIT-FILE.
           IF WS-HISTO-AUDIT-STATUS = "35"
               OPEN OUTPUT HISTO-AUDIT-FILE
               CLOSE HISTO-AUDIT-FILE
               OPEN EXTEND HISTO-AUDIT-FILE
           END-IF.
           IF WS-HISTO-AUDIT-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture de HISTOAUDIT.TXT : "
                   WS-HISTO-AUDIT-STATUS
               MOVE 'Y' TO WS-CLO-ERREUR
           ELSE
               CLOSE HISTO-AUDIT-FILE
           END-IF.

           OPEN EXTEND HISTO-VALO-FILE.
           IF WS-HISTO-VALO-STATUS = "35"
               OPEN OUTPUT HISTO-VALO-FILE
               CLOSE HISTO-VALO-FILE
               OPEN EXTEND HISTO-VALO-FILE
           END-IF.
           IF WS-HISTO-VALO-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture de"
                   " HISTOVALORISATIONS.TXT : " WS-HISTO-VALO-STATUS
               MOVE 'Y' TO WS-CLO-ERREUR
           ELSE
               CLOSE HISTO-VALO-FILE
           END-IF.

           OPEN OUTPUT CLOTURE-FILE.
           IF WS-CLOTURE-STATUS IS NOT = "00"
               DISPLAY "Erreur à l'ouverture du compte rendu de"
                   " clôture : " WS-CLOTURE-STATUS
               MOVE 'Y' TO WS-CLO-ERREUR
           END-IF.

           IF WS-CLO-ERREUR = 'Y'
               IF WS-CLOTURE-STATUS = "00"
                   CLOSE CLOTURE-FILE
               END-IF
               DISPLAY "Clôture abandonnée, aucune donnée modifiée."
                   X'0A'
           END-IF.

       END-VERIFIER-FICHIERS-CLOTURE.

       PURGER-LOYERS-CLOTURE.
           OPEN EXTEND HISTO-LOYER-FILE.
           OPEN OUTPUT TRAVAIL-FILE.
           OPEN INPUT LOYER-FILE.
           IF WS-LOYER-FILE-STATUS IS NOT = "35"
               READ LOYER-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-LOYER-FILE-STATUS
               END-READ
               PERFORM UNTIL WS-LOYER-FILE-STATUS = "10"
                   ADD 1 TO WS-CLO-FIC-AVANT-NB(1)
                   IF LOY-MONTANT IS NUMERIC
                       ADD LOY-MONTANT TO WS-CLO-FIC-AVANT-MNT(1)
                   END-IF
                   IF LOY-PERIODE(1:4) <= WS-CLO-ANNEE
                       MOVE SPACES TO HISTO-LOYER-RECORD
                       MOVE WS-CLO-ANNEE TO HLO-EXERCICE
                       MOVE WS-CLO-DATE TO HLO-DATE-CLOTURE
                       MOVE LOY-NUMERO TO HLO-NUMERO
                       MOVE LOY-PERIODE TO HLO-PERIODE
                       MOVE LOY-MONTANT TO HLO-MONTANT
                       MOVE LOY-OPERATEUR TO HLO-OPERATEUR
                       WRITE HISTO-LOYER-RECORD
                   ELSE
                       MOVE LOYER-RECORD TO TRAVAIL-LIGNE
                       WRITE TRAVAIL-LIGNE
                   END-IF
                   READ LOYER-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-LOYER-FILE-STATUS
                   END-READ
               END-PERFORM
               CLOSE LOYER-FILE
           END-IF.
           OPEN INPUT SOLDE-FILE.
           IF WS-SOLDE-STATUS IS NOT = "35"
               READ SOLDE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-SOLDE-STATUS
               END-READ
               PERFORM UNTIL WS-SOLDE-STATUS = "10"
                   IF SLD-TYPE = 'R' AND SLD-EXERCICE <= WS-CLO-ANNEE
                       ADD 1 TO WS-CLO-FIC-AVANT-NB(1)
                       ADD SLD-ENCAISSE TO WS-CLO-FIC-AVANT-MNT(1)
                       MOVE SPACES TO HISTO-LOYER-RECORD
                       MOVE WS-CLO-ANNEE TO HLO-EXERCICE
                       MOVE WS-CLO-DATE TO HLO-DATE-CLOTURE
                       MOVE SLD-NUMERO TO HLO-NUMERO
                       MOVE SLD-PERIODE TO HLO-PERIODE
                       MOVE SLD-ENCAISSE TO HLO-MONTANT
                       MOVE SLD-OPERATEUR TO HLO-OPERATEUR
                       WRITE HISTO-LOYER-RECORD
                   END-IF
                   READ SOLDE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-SOLDE-STATUS
                   END-READ
               END-PERFORM
               CLOSE SOLDE-FILE
           END-IF.
           CLOSE TRAVAIL-FILE.
           CLOSE HISTO-LOYER-FILE.

           IF WS-CLO-FIC-AVANT-NB(1) > ZEROS
               OPEN OUTPUT LOYER-FILE
               OPEN INPUT TRAVAIL-FILE
               READ TRAVAIL-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-TRAVAIL-STATUS
               END-READ
               PERFORM UNTIL WS-TRAVAIL-STATUS = "10"
                   MOVE TRAVAIL-LIGNE TO LOYER-RECORD
                   WRITE LOYER-RECORD
                       INVALID KEY
                           DISPLAY "Erreur d'écriture du loyer "
                               LOY-NUMERO " " LOY-PERIODE
                   END-WRITE
                   READ TRAVAIL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-TRAVAIL-STATUS
                   END-READ
               END-PERFORM
               CLOSE TRAVAIL-FILE
               CLOSE LOYER-FILE
           END-IF.

       END-PURGER-LOYERS-CLOTURE.

       PURGER-CHARGES-CLOTURE.
           OPEN EXTEND HISTO-CHARGE-FILE.
           OPEN OUTPUT TRAVAIL-FILE.
           OPEN INPUT CHARGE-FILE.
           IF WS-CHARGE-FILE-STATUS IS NOT = "35"
               READ CHARGE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-CHARGE-FILE-STATUS
               END-READ
               PERFORM UNTIL WS-CHARGE-FILE-STATUS = "10"
                   ADD 1 TO WS-CLO-FIC-AVANT-NB(2)
                   IF CHG-MONTANT IS NUMERIC
                       ADD CHG-MONTANT TO WS-CLO-FIC-AVANT-MNT(2)
                   END-IF
                   IF CHG-PERIODE(1:4) <= WS-CLO-ANNEE
                       MOVE SPACES TO HISTO-CHARGE-RECORD
                       MOVE WS-CLO-ANNEE TO HCH-EXERCICE
                       MOVE WS-CLO-DATE TO HCH-DATE-CLOTURE
                       MOVE CHARGE-RECORD TO HCH-CHARGE
                       WRITE HISTO-CHARGE-RECORD
                   ELSE
                       MOVE CHARGE-RECORD TO TRAVAIL-LIGNE
                       WRITE TRAVAIL-LIGNE
                   END-IF
                   READ CHARGE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-CHARGE-FILE-STATUS
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           END-IF.
           CLOSE TRAVAIL-FILE.
           CLOSE HISTO-CHARGE-FILE.

           IF WS-CLO-FIC-AVANT-NB(2) > ZEROS
               OPEN OUTPUT CHARGE-FILE
               OPEN INPUT TRAVAIL-FILE
               READ TRAVAIL-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-TRAVAIL-STATUS
               END-READ
               PERFORM UNTIL WS-TRAVAIL-STATUS = "10"
                   MOVE TRAVAIL-LIGNE TO CHARGE-RECORD
                   WRITE CHARGE-RECORD
                   READ TRAVAIL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-TRAVAIL-STATUS
                   END-READ
               END-PERFORM
               CLOSE TRAVAIL-FILE
               CLOSE CHARGE-FILE
           END-IF.

       END-PURGER-CHARGES-CLOTURE.

       PURGER-JOURNAL-CLOTURE.
           OPEN EXTEND HISTO-JOURNAL-FILE.
           OPEN OUTPUT TRAVAIL-FILE.
           OPEN INPUT JOURNAL-PRET-FILE.
           IF WS-JOURNAL-PRET-STATUS IS NOT = "35"
               READ JOURNAL-PRET-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-JOURNAL-PRET-STATUS
               END-READ
               PERFORM UNTIL WS-JOURNAL-PRET-STATUS = "10"
                   ADD 1 TO WS-CLO-FIC-AVANT-NB(3)
                   IF JRN-INTERET IS NUMERIC AND
                       JRN-AMORTI IS NUMERIC
                       ADD JRN-INTERET JRN-AMORTI
                           TO WS-CLO-FIC-AVANT-MNT(3)
                   END-IF
                   IF JRN-PERIODE(1:4) <= WS-CLO-ANNEE
                       MOVE SPACES TO HISTO-JOURNAL-RECORD
                       MOVE WS-CLO-ANNEE TO HJR-EXERCICE
                       MOVE WS-CLO-DATE TO HJR-DATE-CLOTURE
                       MOVE JOURNAL-PRET-RECORD TO HJR-JOURNAL
                       WRITE HISTO-JOURNAL-RECORD
                       MOVE JRN-NUMERO TO WS-CLO-ID
                       PERFORM TROUVER-APPART-CLOTURE
                       IF WS-CLO-APPART > ZEROS AND
                           JRN-INTERET IS NUMERIC
                           ADD JRN-INTERET TO
                               WS-CLO-APP-INTERETS(WS-CLO-APPART)
                       END-IF
                   ELSE
                       MOVE JOURNAL-PRET-RECORD TO TRAVAIL-LIGNE
                       WRITE TRAVAIL-LIGNE
                   END-IF
                   READ JOURNAL-PRET-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-JOURNAL-PRET-STATUS
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-PRET-FILE
           END-IF.
           CLOSE TRAVAIL-FILE.
           CLOSE HISTO-JOURNAL-FILE.

           IF WS-CLO-FIC-AVANT-NB(3) > ZEROS
               OPEN OUTPUT JOURNAL-PRET-FILE
               OPEN INPUT TRAVAIL-FILE
               READ TRAVAIL-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-TRAVAIL-STATUS
               END-READ
               PERFORM UNTIL WS-TRAVAIL-STATUS = "10"
                   MOVE TRAVAIL-LIGNE TO JOURNAL-PRET-RECORD
                   WRITE JOURNAL-PRET-RECORD
                   READ TRAVAIL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-TRAVAIL-STATUS
                   END-READ
               END-PERFORM
               CLOSE TRAVAIL-FILE
               CLOSE JOURNAL-PRET-FILE
           END-IF.

       END-PURGER-JOURNAL-CLOTURE.

       PURGER-AUDIT-CLOTURE.
           OPEN EXTEND HISTO-AUDIT-FILE.
           OPEN OUTPUT TRAVAIL-FILE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS IS NOT = "35"
               READ AUDIT-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-AUDIT-FILE-STATUS
               END-READ
               PERFORM UNTIL WS-AUDIT-FILE-STATUS = "10"
                   ADD 1 TO WS-CLO-FIC-AVANT-NB(4)
                   IF AUD-HORODATAGE(1:4) <= WS-CLO-ANNEE
                       MOVE SPACES TO HISTO-AUDIT-RECORD
                       MOVE WS-CLO-ANNEE TO HAU-EXERCICE
                       MOVE WS-CLO-DATE TO HAU-DATE-CLOTURE
                       MOVE AUDIT-RECORD TO HAU-AUDIT
                       WRITE HISTO-AUDIT-RECORD
                   ELSE
                       MOVE AUDIT-RECORD TO TRAVAIL-LIGNE
                       WRITE TRAVAIL-LIGNE
                   END-IF
                   READ AUDIT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-AUDIT-FILE-STATUS
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           CLOSE TRAVAIL-FILE.
           CLOSE HISTO-AUDIT-FILE.

           IF WS-CLO-FIC-AVANT-NB(4) > ZEROS
               OPEN OUTPUT AUDIT-FILE
               OPEN INPUT TRAVAIL-FILE
               READ TRAVAIL-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-TRAVAIL-STATUS
               END-READ
               PERFORM UNTIL WS-TRAVAIL-STATUS = "10"
                   MOVE TRAVAIL-LIGNE TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   READ TRAVAIL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-TRAVAIL-STATUS
                   END-READ
               END-PERFORM
               CLOSE TRAVAIL-FILE
               CLOSE AUDIT-FILE
           END-IF.

       END-PURGER-AUDIT-CLOTURE.

       REPERER-DERNIERES-VALORISATIONS.
           OPEN INPUT VALORISATION-FILE.
           IF WS-VALORISATION-STATUS IS NOT = "35"
               READ VALORISATION-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-VALORISATION-STATUS
               END-READ
               PERFORM UNTIL WS-VALORISATION-STATUS = "10"
                   IF VAL-DATE(1:4) <= WS-CLO-ANNEE
                       MOVE VAL-NUMERO TO WS-CLO-ID
                       PERFORM TROUVER-APPART-CLOTURE
                       IF WS-CLO-APPART > ZEROS
                           IF VAL-DATE >=
                               WS-CLO-APP-VAL-DATE(WS-CLO-APPART)
                               MOVE VAL-DATE TO
                                   WS-CLO-APP-VAL-DATE(WS-CLO-APPART)
                               MOVE VAL-MONTANT TO
                                 WS-CLO-APP-VAL-MONTANT(WS-CLO-APPART)
                           END-IF
                       END-IF
                   END-IF
                   READ VALORISATION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-VALORISATION-STATUS
                   END-READ
               END-PERFORM
               CLOSE VALORISATION-FILE
           END-IF.

       END-REPERER-DERNIERES-VALORISATIONS.

       PURGER-VALORISATIONS-CLOTURE.
           OPEN EXTEND HISTO-VALO-FILE.
           OPEN OUTPUT TRAVAIL-FILE.
           OPEN INPUT VALORISATION-FILE.
           IF WS-VALORISATION-STATUS IS NOT = "35"
               READ VALORISATION-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-VALORISATION-STATUS
               END-READ
               PERFORM UNTIL WS-VALORISATION-STATUS = "10"
                   ADD 1 TO WS-CLO-FIC-AVANT-NB(5)
                   IF VAL-MONTANT IS NUMERIC
                       ADD VAL-MONTANT TO WS-CLO-FIC-AVANT-MNT(5)
                   END-IF
                   MOVE ZEROS TO WS-CLO-APPART
                   IF VAL-DATE(1:4) <= WS-CLO-ANNEE
                       MOVE VAL-NUMERO TO WS-CLO-ID
                       PERFORM TROUVER-APPART-CLOTURE
                       IF WS-CLO-APPART > ZEROS
                           IF WS-CLO-APP-VAL-GARDEE(WS-CLO-APPART)
                                   = 'Y' OR
                               VAL-DATE IS NOT =
                                   WS-CLO-APP-VAL-DATE(WS-CLO-APPART)
                               MOVE ZEROS TO WS-CLO-APPART
                           END-IF
                       END-IF
                   END-IF
                   IF VAL-DATE(1:4) <= WS-CLO-ANNEE AND
                       WS-CLO-APPART = ZEROS
                       MOVE SPACES TO HISTO-VALO-RECORD
                       MOVE WS-CLO-ANNEE TO HVA-EXERCICE
                       MOVE WS-CLO-DATE TO HVA-DATE-CLOTURE
                       MOVE VALORISATION-RECORD TO HVA-VALORISATION
                       WRITE HISTO-VALO-RECORD
                   ELSE
                       IF WS-CLO-APPART > ZEROS
                           MOVE 'Y' TO
                               WS-CLO-APP-VAL-GARDEE(WS-CLO-APPART)
                       END-IF
                       MOVE VALORISATION-RECORD TO TRAVAIL-LIGNE
                       WRITE TRAVAIL-LIGNE
                   END-IF
                   READ VALORISATION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-VALORISATION-STATUS
                   END-READ
               END-PERFORM
               CLOSE VALORISATION-FILE
           END-IF.
           CLOSE TRAVAIL-FILE.
           CLOSE HISTO-VALO-FILE.

           IF WS-CLO-FIC-AVANT-NB(5) > ZEROS
               OPEN OUTPUT VALORISATION-FILE
               OPEN INPUT TRAVAIL-FILE
               READ TRAVAIL-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-TRAVAIL-STATUS
               END-READ
               PERFORM UNTIL WS-TRAVAIL-STATUS = "10"
                   MOVE TRAVAIL-LIGNE TO VALORISATION-RECORD
                   WRITE VALORISATION-RECORD
                   READ TRAVAIL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-TRAVAIL-STATUS
                   END-READ
               END-PERFORM
               CLOSE TRAVAIL-FILE
               CLOSE VALORISATION-FILE
           END-IF.

       END-PURGER-VALORISATIONS-CLOTURE.

       ECRIRE-SOLDES-REPORTES.
           MOVE ZEROS TO WS-CLO-TOTAL-INTERETS.
           OPEN OUTPUT SOLDE-FILE.
           PERFORM VARYING WS-CLO-SCAN FROM 1 BY 1
               UNTIL WS-CLO-SCAN > WS-CLO-NB-SOLDES
               MOVE WS-CLO-SOLDE-LIGNE(WS-CLO-SCAN) TO SOLDE-RECORD
               WRITE SOLDE-RECORD
           END-PERFORM.

           PERFORM VARYING WS-CLO-SCAN FROM 1 BY 1
               UNTIL WS-CLO-SCAN > WS-NB-APPARTEMENTS
               MOVE SPACES TO WS-SLD-CHOISI
               MOVE WS-CLO-ANNEE TO WS-SLD-EXERCICE
               MOVE 'A' TO WS-SLD-TYPE
               MOVE WS-CARAC-APPARTEMENT(WS-CLO-SCAN, 6)
                   TO WS-SLD-NUMERO
               MOVE ZEROS TO WS-SLD-DU
               MOVE ZEROS TO WS-SLD-ENCAISSE
               MOVE ZEROS TO WS-SLD-RESTANT
               MOVE WS-CLO-APP-INTERETS(WS-CLO-SCAN) TO WS-SLD-INTERETS
               MOVE WS-CLO-APP-VAL-DATE(WS-CLO-SCAN)
                   TO WS-SLD-VAL-DATE
               MOVE WS-CLO-APP-VAL-MONTANT(WS-CLO-SCAN)
                   TO WS-SLD-VAL-MONTANT
               MOVE WS-SLD-CHOISI TO SOLDE-RECORD
               WRITE SOLDE-RECORD
               ADD WS-CLO-APP-INTERETS(WS-CLO-SCAN)
                   TO WS-CLO-TOTAL-INTERETS
           END-PERFORM.
           CLOSE SOLDE-FILE.

       END-ECRIRE-SOLDES-REPORTES.

       COMPTER-APRES-CLOTURE.
           OPEN INPUT LOYER-FILE.
           IF WS-LOYER-FILE-STATUS IS NOT = "35"
               READ LOYER-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-LOYER-FILE-STATUS
               END-READ
               PERFORM UNTIL WS-LOYER-FILE-STATUS = "10"
                   ADD 1 TO WS-CLO-FIC-GARDES-NB(1)
                   IF LOY-MONTANT IS NUMERIC
                       ADD LOY-MONTANT TO WS-CLO-FIC-GARDES-MNT(1)
                   END-IF
                   READ LOYER-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-LOYER-FILE-STATUS
                   END-READ
               END-PERFORM
               CLOSE LOYER-FILE
           END-IF.
           OPEN INPUT HISTO-LOYER-FILE.
           IF WS-HISTO-LOYER-STATUS IS NOT = "35"
               READ HISTO-LOYER-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-HISTO-LOYER-STATUS
               END-READ
               PERFORM UNTIL WS-HISTO-LOYER-STATUS = "10"
                   IF HLO-EXERCICE = WS-CLO-ANNEE AND
                       HLO-DATE-CLOTURE = WS-CLO-DATE
                       ADD 1 TO WS-CLO-FIC-HISTO-NB(1)
                       IF HLO-MONTANT IS NUMERIC
                           ADD HLO-MONTANT TO WS-CLO-FIC-HISTO-MNT(1)
                       END-IF
                   END-IF
                   READ HISTO-LOYER-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-HISTO-LOYER-STATUS
                   END-READ
               END-PERFORM
               CLOSE HISTO-LOYER-FILE
           END-IF.

           OPEN INPUT CHARGE-FILE.
           IF WS-CHARGE-FILE-STATUS IS NOT = "35"
               READ CHARGE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-CHARGE-FILE-STATUS
               END-READ
               PERFORM UNTIL WS-CHARGE-FILE-STATUS = "10"
                   ADD 1 TO WS-CLO-FIC-GARDES-NB(2)
                   IF CHG-MONTANT IS NUMERIC
                       ADD CHG-MONTANT TO WS-CLO-FIC-GARDES-MNT(2)
                   END-IF
                   READ CHARGE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-CHARGE-FILE-STATUS
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           END-IF.
           OPEN INPUT HISTO-CHARGE-FILE.
           IF WS-HISTO-CHARGE-STATUS IS NOT = "35"
               READ HISTO-CHARGE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-HISTO-CHARGE-STATUS
               END-READ
               PERFORM UNTIL WS-HISTO-CHARGE-STATUS = "10"
                   IF HCH-EXERCICE = WS-CLO-ANNEE AND
                       HCH-DATE-CLOTURE = WS-CLO-DATE
                       ADD 1 TO WS-CLO-FIC-HISTO-NB(2)
                       IF HCH-MONTANT IS NUMERIC
                           ADD HCH-MONTANT TO WS-CLO-FIC-HISTO-MNT(2)
                       END-IF
                   END-IF
                   READ HISTO-CHARGE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-HISTO-CHARGE-STATUS
                   END-READ
               END-PERFORM
               CLOSE HISTO-CHARGE-FILE
           END-IF.

           OPEN INPUT JOURNAL-PRET-FILE.
           IF WS-JOURNAL-PRET-STATUS IS NOT = "35"
               READ JOURNAL-PRET-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-JOURNAL-PRET-STATUS
               END-READ
               PERFORM UNTIL WS-JOURNAL-PRET-STATUS = "10"
                   ADD 1 TO WS-CLO-FIC-GARDES-NB(3)
                   IF JRN-INTERET IS NUMERIC AND
                       JRN-AMORTI IS NUMERIC
                       ADD JRN-INTERET JRN-AMORTI
                           TO WS-CLO-FIC-GARDES-MNT(3)
                   END-IF
                   READ JOURNAL-PRET-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-JOURNAL-PRET-STATUS
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-PRET-FILE
           END-IF.
           OPEN INPUT HISTO-JOURNAL-FILE.
           IF WS-HISTO-JOURNAL-STATUS IS NOT = "35"
               READ HISTO-JOURNAL-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-HISTO-JOURNAL-STATUS
               END-READ
               PERFORM UNTIL WS-HISTO-JOURNAL-STATUS = "10"
                   IF HJR-EXERCICE = WS-CLO-ANNEE AND
                       HJR-DATE-CLOTURE = WS-CLO-DATE
                       ADD 1 TO WS-CLO-FIC-HISTO-NB(3)
                       IF HJR-INTERET IS NUMERIC AND
                           HJR-AMORTI IS NUMERIC
                           ADD HJR-INTERET HJR-AMORTI
                               TO WS-CLO-FIC-HISTO-MNT(3)
                       END-IF
                   END-IF
                   READ HISTO-JOURNAL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-HISTO-JOURNAL-STATUS
                   END-READ
               END-PERFORM
               CLOSE HISTO-JOURNAL-FILE
           END-IF.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS IS NOT = "35"
               READ AUDIT-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-AUDIT-FILE-STATUS
               END-READ
               PERFORM UNTIL WS-AUDIT-FILE-STATUS = "10"
                   ADD 1 TO WS-CLO-FIC-GARDES-NB(4)
                   READ AUDIT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-AUDIT-FILE-STATUS
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           OPEN INPUT HISTO-AUDIT-FILE.
           IF WS-HISTO-AUDIT-STATUS IS NOT = "35"
               READ HISTO-AUDIT-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-HISTO-AUDIT-STATUS
               END-READ
               PERFORM UNTIL WS-HISTO-AUDIT-STATUS = "10"
                   IF HAU-EXERCICE = WS-CLO-ANNEE AND
                       HAU-DATE-CLOTURE = WS-CLO-DATE
                       ADD 1 TO WS-CLO-FIC-HISTO-NB(4)
                   END-IF
                   READ HISTO-AUDIT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-HISTO-AUDIT-STATUS
                   END-READ
               END-PERFORM
               CLOSE HISTO-AUDIT-FILE
           END-IF.

           OPEN INPUT VALORISATION-FILE.
           IF WS-VALORISATION-STATUS IS NOT = "35"
               READ VALORISATION-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-VALORISATION-STATUS
               END-READ
               PERFORM UNTIL WS-VALORISATION-STATUS = "10"
                   ADD 1 TO WS-CLO-FIC-GARDES-NB(5)
                   IF VAL-MONTANT IS NUMERIC
                       ADD VAL-MONTANT TO WS-CLO-FIC-GARDES-MNT(5)
                   END-IF
                   READ VALORISATION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-VALORISATION-STATUS
                   END-READ
               END-PERFORM
               CLOSE VALORISATION-FILE
           END-IF.
           OPEN INPUT HISTO-VALO-FILE.
           IF WS-HISTO-VALO-STATUS IS NOT = "35"
               READ HISTO-VALO-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-HISTO-VALO-STATUS
               END-READ
               PERFORM UNTIL WS-HISTO-VALO-STATUS = "10"
                   IF HVA-EXERCICE = WS-CLO-ANNEE AND
                       HVA-DATE-CLOTURE = WS-CLO-DATE
                       ADD 1 TO WS-CLO-FIC-HISTO-NB(5)
                       IF HVA-MONTANT IS NUMERIC
                           ADD HVA-MONTANT TO WS-CLO-FIC-HISTO-MNT(5)
                       END-IF
                   END-IF
                   READ HISTO-VALO-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-HISTO-VALO-STATUS
                   END-READ
               END-PERFORM
               CLOSE HISTO-VALO-FILE
           END-IF.

       END-COMPTER-APRES-CLOTURE.

       EDITER-CONTROLE-CLOTURE.
           MOVE WS-CLO-ANNEE TO CLO-ENT-ANNEE.
           MOVE WS-CURRENT-DATE(7:2) TO CLO-ENT-DATE(1:2).
           MOVE "/" TO CLO-ENT-DATE(3:1).
           MOVE WS-CURRENT-DATE(5:2) TO CLO-ENT-DATE(4:2).
           MOVE "/" TO CLO-ENT-DATE(6:1).
           MOVE WS-CURRENT-DATE(1:4) TO CLO-ENT-DATE(7:4).
           WRITE CLOTURE-LIGNE FROM CLO-ENTETE.
           MOVE SPACES TO CLOTURE-LIGNE.
           WRITE CLOTURE-LIGNE.
           WRITE CLOTURE-LIGNE FROM CLO-COLONNES.

           MOVE 'N' TO WS-CLO-ECART.
           PERFORM VARYING WS-CLO-FICHIER FROM 1 BY 1
               UNTIL WS-CLO-FICHIER > 5
               COMPUTE WS-CLO-APRES-NB =
                   WS-CLO-FIC-GARDES-NB(WS-CLO-FICHIER)
                   + WS-CLO-FIC-HISTO-NB(WS-CLO-FICHIER)
               COMPUTE WS-CLO-APRES-MNT =
                   WS-CLO-FIC-GARDES-MNT(WS-CLO-FICHIER)
                   + WS-CLO-FIC-HISTO-MNT(WS-CLO-FICHIER)
               MOVE WS-CLO-FIC-LIBELLE(WS-CLO-FICHIER)
                   TO CLO-CTL-FICHIER
               MOVE WS-CLO-FIC-AVANT-NB(WS-CLO-FICHIER)
                   TO CLO-CTL-AVANT-NB
               MOVE WS-CLO-FIC-AVANT-MNT(WS-CLO-FICHIER)
                   TO CLO-CTL-AVANT-MNT
               MOVE WS-CLO-FIC-GARDES-NB(WS-CLO-FICHIER)
                   TO CLO-CTL-GARDES-NB
               MOVE WS-CLO-FIC-HISTO-NB(WS-CLO-FICHIER)
                   TO CLO-CTL-HISTO-NB
               MOVE WS-CLO-APRES-MNT TO CLO-CTL-APRES-MNT
               IF WS-CLO-APRES-NB =
                       WS-CLO-FIC-AVANT-NB(WS-CLO-FICHIER) AND
                   WS-CLO-APRES-MNT =
                       WS-CLO-FIC-AVANT-MNT(WS-CLO-FICHIER)
                   MOVE "OK" TO CLO-CTL-STATUT
               ELSE
                   MOVE "ECART" TO CLO-CTL-STATUT
                   MOVE 'Y' TO WS-CLO-ECART
               END-IF
               WRITE CLOTURE-LIGNE FROM CLO-CONTROLE-LIGNE
           END-PERFORM.

           MOVE SPACES TO CLOTURE-LIGNE.
           WRITE CLOTURE-LIGNE.
           MOVE "BAUX AVEC RESTE DU REPORTE" TO CLO-SLD-TEXTE.
           MOVE WS-CLO-NB-BAUX TO CLO-SLD-NB.
           MOVE WS-CLO-TOTAL-RESTANT TO CLO-SLD-MONTANT.
           WRITE CLOTURE-LIGNE FROM CLO-SOLDE-LIGNE.
           MOVE "APPARTEMENTS - CUMUL DES INTERETS" TO CLO-SLD-TEXTE.
           MOVE WS-NB-APPARTEMENTS TO CLO-SLD-NB.
           MOVE WS-CLO-TOTAL-INTERETS TO CLO-SLD-MONTANT.
           WRITE CLOTURE-LIGNE FROM CLO-SOLDE-LIGNE.
           MOVE SPACES TO CLOTURE-LIGNE.
           WRITE CLOTURE-LIGNE.
           IF WS-CLO-ECART = 'Y'
               MOVE "CLOTURE AVEC ECART - VERIFIER LES FICHIERS"
                   TO CLOTURE-LIGNE
           ELSE
               MOVE "CLOTURE CONTROLEE - AUCUN MOUVEMENT PERDU"
                   TO CLOTURE-LIGNE
           END-IF.
           WRITE CLOTURE-LIGNE.
           CLOSE CLOTURE-FILE.

       END-EDITER-CONTROLE-CLOTURE.

           STOP RUN.

           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  ECH-ENT-PAGE        PIC ZZZ9.
       01  ECH-ENTETE-PRET.
           05  FILLER              PIC X(5) VALUE "PRET ".
           05  ECH-PRT-NUMERO      PIC 9(2).
           05  FILLER              PIC X(3) VALUE " - ".
           05  ECH-PRT-BANQUE      PIC X(20).
           05  FILLER              PIC X(7) VALUE "  TAUX ".
           05  ECH-PRT-TAUX        PIC 9.99.
           05  FILLER              PIC X(14) VALUE "  MENSUALITE ".
           05  ECH-PRT-MENSUALITE  PIC ZZ,ZZZ,ZZ9.99.
       01  ECH-COLONNES.
           05  FILLER              PIC X(6) VALUE "MOIS  ".
           05  FILLER              PIC X(9) VALUE "ECHEANCE ".
           05  FILLER              PIC X(15) VALUE "INTERET".
           05  FILLER              PIC X(17) VALUE "CAPITAL AMORTI".
           05  FILLER              PIC X(18)
       01  ECH-DETAIL.
           05  ECH-DET-MOIS        PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  ECH-DET-ECHEANCE    PIC X(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  ECH-DET-INTERET     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  ECH-DET-AMORTI      PIC ZZ,ZZZ,ZZ9.99.
       01  WS-CAPITAL-RESTANT  PIC 9(12)V99 VALUE ZEROS.
       01  WS-INTERET-MOIS     PIC 9(8)V99 VALUE ZEROS.
       01  WS-CAPITAL-AMORTI   PIC 9(8)V99 VALUE ZEROS.
       01  WS-RANG-ECHEANCE    PIC 9(6) VALUE ZEROS.
       01  WS-MOIS-ABSOLU      PIC 9(6) VALUE ZEROS.
       01  WS-ECHEANCE-ANNEE   PIC 9(4) VALUE ZEROS.
       01  WS-ECHEANCE-MOIS    PIC 9(2) VALUE ZEROS.
       01  WS-ECHEANCE-LIB     PIC X(7) VALUE SPACES.

       LINKAGE SECTION.

                   15  WS-APPART-SURFACE PIC 9(4)V99 VALUE ZEROS.
       01  WS-APPART-NUMERO    PIC 9(4) VALUE ZEROS.
       01  WS-SORTIE           PIC 9(1) VALUE 1.
       01  WS-ECH-PRET.
           05  WS-ECH-PRET-NUMERO  PIC 9(2).
           05  WS-ECH-PRET-BANQUE  PIC X(20).
           05  WS-ECH-PRET-CAPITAL PIC 9(8)V99.
           05  WS-ECH-PRET-TAUX    PIC 9(1)V99.
           05  WS-ECH-PRET-ECHEANCES PIC 9(4).
           05  WS-ECH-PRET-MENSUALITE PIC 9(8)V99.
           05  WS-ECH-PRET-DUREE   PIC 9(4).
           05  WS-ECH-PRET-PREMIERE PIC X(8).

       PROCEDURE DIVISION USING TABLEAU, WS-NB-APPARTEMENTS,
               WS-APPART-NUMERO, WS-SORTIE, WS-ECH-PRET.

           MOVE WS-ECH-PRET-CAPITAL TO WS-CAPITAL-RESTANT.
           MOVE WS-ECH-PRET-TAUX TO WS-TAUX-NUM.
           MOVE WS-ECH-PRET-ECHEANCES TO WS-NB-MENSUALITES.
           MOVE WS-ECH-PRET-MENSUALITE TO WS-MONTANT-MENSUEL.

           MOVE ZEROS TO WS-TAUX-MENSUEL.
           IF WS-TAUX-NUM > ZEROS
               WS-FORMATED-INT " - "
               WS-APPART-LIBELLE(WS-APPART-NUMERO) X'0A'
               WS-APPART-ADRESSE(WS-APPART-NUMERO) " "
               WS-APPART-VILLE(WS-APPART-NUMERO).
           IF WS-ECH-PRET-NUMERO > ZEROS
               MOVE WS-TAUX-NUM TO WS-FORMATED-FLOAT
               DISPLAY "Prêt " WS-ECH-PRET-NUMERO " - "
                   WS-ECH-PRET-BANQUE " - taux " WS-FORMATED-FLOAT
           END-IF.
           DISPLAY " ".

           IF WS-MONTANT-MENSUEL = ZEROS OR WS-NB-MENSUALITES = ZEROS
               DISPLAY "Aucune mensualité calculée pour cet"
                   " appartement." X'0A'
           ELSE
               DISPLAY "Mois  Échéance    Intérêt"
                   "     Capital amorti     Capital restant dû"

               PERFORM VARYING WS-MOIS FROM 1 BY 1
                   UNTIL WS-MOIS > WS-NB-MENSUALITES

                   SUBTRACT WS-CAPITAL-AMORTI FROM WS-CAPITAL-RESTANT

                   PERFORM CALCULER-DATE-ECHEANCE
                   MOVE WS-MOIS TO WS-FORMATED-INT
                   DISPLAY WS-FORMATED-INT "  " WS-ECHEANCE-LIB "  "
                       WITH NO ADVANCING

                   MOVE WS-INTERET-MOIS TO WS-FORMATED-FLOAT
                   DISPLAY WS-FORMATED-FLOAT "  " WITH NO ADVANCING
           PERFORM ECRIRE-ENTETE-ECHEANCIER.

           IF WS-MONTANT-MENSUEL = ZEROS OR WS-NB-MENSUALITES = ZEROS
               MOVE "AUCUNE MENSUALITE CALCULEE POUR CE PRET"
                   TO ECHEANCIER-LIGNE
               WRITE ECHEANCIER-LIGNE
           ELSE
                       PERFORM ECRIRE-ENTETE-ECHEANCIER
                   END-IF

                   PERFORM CALCULER-DATE-ECHEANCE
                   MOVE WS-MOIS TO ECH-DET-MOIS
                   MOVE WS-ECHEANCE-LIB TO ECH-DET-ECHEANCE
                   MOVE WS-INTERET-MOIS TO ECH-DET-INTERET
                   MOVE WS-CAPITAL-AMORTI TO ECH-DET-AMORTI
                   MOVE WS-CAPITAL-RESTANT TO ECH-DET-RESTANT
               WRITE ECHEANCIER-LIGNE
           END-IF.
           WRITE ECHEANCIER-LIGNE FROM ECH-ENTETE.
           MOVE 3 TO WS-LIGNE-COUNT.
           IF WS-ECH-PRET-NUMERO > ZEROS
               MOVE WS-ECH-PRET-NUMERO TO ECH-PRT-NUMERO
               MOVE WS-ECH-PRET-BANQUE TO ECH-PRT-BANQUE
               MOVE WS-ECH-PRET-TAUX TO ECH-PRT-TAUX
               MOVE WS-ECH-PRET-MENSUALITE TO ECH-PRT-MENSUALITE
               WRITE ECHEANCIER-LIGNE FROM ECH-ENTETE-PRET
               ADD 1 TO WS-LIGNE-COUNT
           END-IF.
           WRITE ECHEANCIER-LIGNE FROM ECH-COLONNES.
           MOVE SPACES TO ECHEANCIER-LIGNE.
           WRITE ECHEANCIER-LIGNE.

       END-ECRIRE-ENTETE-ECHEANCIER.

       CALCULER-DATE-ECHEANCE.

           MOVE SPACES TO WS-ECHEANCE-LIB.
           IF WS-ECH-PRET-PREMIERE IS NUMERIC AND
               WS-ECH-PRET-PREMIERE IS NOT = "00000000" AND
               WS-ECH-PRET-DUREE >= WS-NB-MENSUALITES
               COMPUTE WS-RANG-ECHEANCE = WS-ECH-PRET-DUREE -
                   WS-NB-MENSUALITES + WS-MOIS - 1
               MOVE WS-ECH-PRET-PREMIERE(1:4) TO WS-ECHEANCE-ANNEE
               MOVE WS-ECH-PRET-PREMIERE(5:2) TO WS-ECHEANCE-MOIS
               COMPUTE WS-MOIS-ABSOLU = WS-ECHEANCE-ANNEE * 12 +
                   WS-ECHEANCE-MOIS - 1 + WS-RANG-ECHEANCE
               DIVIDE WS-MOIS-ABSOLU BY 12 GIVING WS-ECHEANCE-ANNEE
                   REMAINDER WS-ECHEANCE-MOIS
               ADD 1 TO WS-ECHEANCE-MOIS
               MOVE WS-ECHEANCE-MOIS TO WS-ECHEANCE-LIB(1:2)
               MOVE "/" TO WS-ECHEANCE-LIB(3:1)
               MOVE WS-ECHEANCE-ANNEE TO WS-ECHEANCE-LIB(4:4)
           END-IF.

       END-CALCULER-DATE-ECHEANCE.
       END PROGRAM PrintEcheancier.
