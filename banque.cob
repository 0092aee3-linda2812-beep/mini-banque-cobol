               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLO-NUM-COMPTE
               FILE STATUS IS FS-BLOCAGE.
           SELECT FICHIER-EXTOURNE ASSIGN TO "extournes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXT-CLE
               FILE STATUS IS FS-EXTOURNE.
           SELECT FICHIER-PRET ASSIGN TO "prets.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-NUM-COMPTE
               FILE STATUS IS FS-PRET.
           SELECT FICHIER-ECHEANCIER ASSIGN TO "echeancier.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECH-CLE
               FILE STATUS IS FS-ECHEANCIER.
           SELECT FICHIER-ALERTE ASSIGN TO "alertes-lcb.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-CLE
               FILE STATUS IS FS-ALERTE.
           SELECT FICHIER-CAISSE ASSIGN TO "caisses.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAI-CLE
               FILE STATUS IS FS-CAISSE.
           SELECT FICHIER-TRF-CAISSE ASSIGN TO "transferts-caisse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRF-CAISSE.
           SELECT FICHIER-REG-SAUV ASSIGN TO "SAUVEGARDES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REG-SAUV.
           SELECT FICHIER-SAUVEGARDE
               ASSIGN DYNAMIC NOM-FICHIER-SAUVEGARDE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SAUVEGARDE.
           SELECT FICHIER-AVIS ASSIGN TO "avis-clients.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVI-CLE
               FILE STATUS IS FS-AVIS.
           SELECT FICHIER-FICOBA ASSIGN TO "ficoba.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIC-CLE
               FILE STATUS IS FS-FICOBA.
           SELECT FICHIER-FICOBA-DECL ASSIGN DYNAMIC NOM-FICHIER-FICOBA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FICOBA-DECL.
           SELECT FICHIER-FICOBA-RET ASSIGN TO "FICOBA-RETOURS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FICOBA-RET.
           SELECT FICHIER-MANDAT ASSIGN TO "mandats-sepa.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-CLE
               FILE STATUS IS FS-MANDAT.
           SELECT FICHIER-PRLV-RECUS
               ASSIGN TO "PRELEVEMENTS-RECUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRLV-RECUS.
           SELECT FICHIER-PRLV-REJET
               ASSIGN TO "PRELEVEMENTS-REJETES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRLV-REJET.
           SELECT FICHIER-DECES-ACT ASSIGN TO "deces-actions.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCA-CLE
               FILE STATUS IS FS-DECES-ACT.
           SELECT ANCIEN-FICHIER-CLIENT ASSIGN TO "clients.txt.old"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANCIEN-CLE-CLIENT
               FILE STATUS IS FS-ANCIEN-CLIENT.

       DATA DIVISION.
       FILE SECTION.
           05 CODE-MVT        PIC X(01).
           05 MONTANT-MVT     PIC 9(7)V99.
           05 SOLDE-MVT       PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 OPERATEUR-MVT   PIC X(8).

       FD  FICHIER-RELEVE.
       01  LIGNE-RELEVE       PIC X(80).
           05 AUDIT-RESULTAT  PIC X(60).

       FD  FICHIER-MVT-ARCH.
       01  ENREG-MVT-ARCH     PIC X(43).

       FD  FICHIER-MVT-NEW.
       01  ENREG-MVT-NEW      PIC X(43).

       FD  FICHIER-REG-ARCH.
       01  ENREG-REG-ARCH.
           05 ADRESSE-CLIENT  PIC X(40).
           05 TEL-CLIENT      PIC X(15).
           05 PIECE-IDENTITE  PIC X(20).
           05 DATE-DECES      PIC X(8).

       FD  ANCIEN-FICHIER-CLIENT.
      * Dessin de clients.txt antérieur à la date de décès, relu   *
      * une seule fois par la conversion au démarrage.             *
       01  ANCIEN-ENREG-CLIENT.
           05 ANCIEN-CLE-CLIENT PIC 9(5).
           05 FILLER          PIC X(105).

       FD  FICHIER-VP.
       01  ENREG-VP.
           05 VP-DERNIERE-EXEC PIC X(10).
           05 VP-STATUT       PIC X(01).

       FD  FICHIER-EXTOURNE.
      * Deux enregistrements par extourne, chacun sous la clé de   *
      * l'historique (compte + date + rang) de l'une des deux      *
      * écritures : EXT-SENS = 'O' pour le mouvement d'origine     *
      * extourné, 'E' pour l'écriture d'extourne. EXT-LIEN-DATE et *
      * EXT-LIEN-SEQ désignent l'autre écriture de la paire.       *
       01  ENREG-EXTOURNE.
           05 EXT-CLE.
              10 EXT-NUM-COMPTE PIC 9(5).
              10 EXT-DATE       PIC X(8).
              10 EXT-SEQ        PIC 9(5).
           05 EXT-SENS        PIC X(1).
           05 EXT-LIEN-DATE   PIC X(8).
           05 EXT-LIEN-SEQ    PIC 9(5).
           05 EXT-CODE-ORIG   PIC X(1).
           05 EXT-MONTANT     PIC 9(7)V99.
           05 EXT-OPERATEUR   PIC X(8).
           05 EXT-MOTIF       PIC X(30).

       FD  FICHIER-PRET.
      * Contrat du prêt porté par le compte de type "Pret" de même *
      * numéro ; PRT-NUM-COURANT est le compte Courant sur lequel  *
      * les échéances sont prélevées.                              *
       01  ENREG-PRET.
           05 PRT-NUM-COMPTE  PIC 9(5).
           05 PRT-NUM-COURANT PIC 9(5).
           05 PRT-CAPITAL     PIC 9(7)V99.
           05 PRT-TAUX        PIC 9(2)V9(3).
           05 PRT-DUREE       PIC 9(3).
           05 PRT-MENSUALITE  PIC 9(7)V99.
           05 PRT-DATE-DEBUT  PIC X(8).

       FD  FICHIER-ECHEANCIER.
      * Tableau d'amortissement : une ligne par échéance, clé      *
      * compte prêt + rang. ECH-CRD est le capital restant dû une  *
      * fois l'échéance payée. ECH-STATUT : A = à venir, P = payée,*
      * I = impayée (reprise au prélèvement suivant).              *
       01  ENREG-ECHEANCIER.
           05 ECH-CLE.
              10 ECH-NUM-COMPTE PIC 9(5).
              10 ECH-RANG       PIC 9(3).
           05 ECH-DATE        PIC X(8).
           05 ECH-MENSUALITE  PIC 9(7)V99.
           05 ECH-CAPITAL     PIC 9(7)V99.
           05 ECH-INTERETS    PIC 9(7)V99.
           05 ECH-CRD         PIC 9(7)V99.
           05 ECH-STATUT      PIC X(1).
           05 ECH-DATE-PAIEMENT PIC X(8).

       FD  FICHIER-ALERTE.
      * Registre des alertes anti-blanchiment, une par compte, par *
      * jour et par type : S = dépôt d'espèces au-delà du seuil,   *
      * F = fractionnement, A = aller-retour d'un virement reçu,   *
      * D = réveil d'un compte dormant. ALR-STATUT : N = nouvelle, *
      * E = en examen, C = classée sans suite, D = déclarée.       *
       01  ENREG-ALERTE.
           05 ALR-CLE.
              10 ALR-DATE       PIC X(8).
              10 ALR-NUM-COMPTE PIC 9(5).
              10 ALR-TYPE       PIC X(1).
           05 ALR-MONTANT     PIC 9(7)V99.
           05 ALR-STATUT      PIC X(1).
           05 ALR-LIBELLE     PIC X(40).
           05 ALR-DATE-STATUT PIC X(8).
           05 ALR-OPERATEUR   PIC X(8).
           05 ALR-COMMENTAIRE PIC X(40).

       FD  FICHIER-CAISSE.
      * Caisse d'un opérateur pour une journée. CAI-STATUT :       *
      * O = ouverte, A = arrêtée en écart (visa superviseur        *
      * attendu), F = fermée. Les transferts sont cumulés par sens *
      * et par contrepartie (autre caisse ou coffre).              *
       01  ENREG-CAISSE.
           05 CAI-CLE.
              10 CAI-DATE       PIC X(8).
              10 CAI-OPERATEUR  PIC X(8).
           05 CAI-STATUT      PIC X(1).
           05 CAI-FOND        PIC 9(7)V99.
           05 CAI-DEPOTS      PIC 9(9)V99.
           05 CAI-RETRAITS    PIC 9(9)V99.
           05 CAI-RECU-CAISSES PIC 9(9)V99.
           05 CAI-CEDE-CAISSES PIC 9(9)V99.
           05 CAI-APPRO-COFFRE PIC 9(9)V99.
           05 CAI-VERSE-COFFRE PIC 9(9)V99.
           05 CAI-COMPTE      PIC 9(9)V99.
           05 CAI-ECART       PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05 CAI-VISA        PIC X(8).

       FD  FICHIER-TRF-CAISSE.
      * Journal des transferts d'espèces : TRC-SENS C = cession à  *
      * une autre caisse, V = versement au coffre, A =             *
      * approvisionnement par le coffre.                           *
       01  ENREG-TRF-CAISSE.
           05 TRC-DATE        PIC X(8).
           05 TRC-HEURE       PIC X(6).
           05 TRC-SENS        PIC X(1).
           05 TRC-OPERATEUR   PIC X(8).
           05 TRC-CONTREPARTIE PIC X(8).
           05 TRC-MONTANT     PIC 9(7)V99.

       FD  FICHIER-REG-SAUV.
       01  ENREG-REG-SAUV.
           05 SVG-NUMERO      PIC 9(4).
           05 SVG-DATE        PIC X(8).
           05 SVG-HEURE       PIC X(6).
           05 SVG-MOTIF       PIC X(20).
           05 SVG-OPERATEUR   PIC X(8).

       FD  FICHIER-SAUVEGARDE.
      * Manifeste d'une sauvegarde : une ligne par fichier, nombre *
      * d'enregistrements et, sur la ligne de comptes.txt, total   *
      * des soldes. Le même fichier sert au comptage des fichiers  *
      * séquentiels sauvegardés, dont le contenu n'est pas lu.     *
       01  ENREG-MANIFESTE.
           05 MAN-FICHIER     PIC X(30).
           05 MAN-SEP-1       PIC X(1).
           05 MAN-NB-ENREG    PIC 9(9).
           05 MAN-SEP-2       PIC X(1).
           05 MAN-TOTAL-SOLDES PIC S9(11)V99
                                  SIGN IS TRAILING SEPARATE.
           05 FILLER          PIC X(45).

       FD  FICHIER-AVIS.
      * Avis à adresser aux clients, un par destinataire et par    *
      * événement. AVI-TYPE : R = débit refusé (découvert), C =    *
      * chèque rejeté, B = blocage ou saisie posé, I = mise en     *
      * déshérence, T = échéance prochaine d'un compte à terme,    *
      * P = virement permanent rejeté. AVI-NATURE précise          *
      * l'opération refusée (code mouvement, T pour un virement    *
      * entre comptes) ou le type de blocage. AVI-QUALITE :        *
      * T = titulaire, C = co-titulaire, M = mandataire.           *
      * AVI-STATUT : A = à éditer, E = édité.                      *
       01  ENREG-AVIS.
           05 AVI-CLE.
              10 AVI-NUM-CLIENT PIC 9(5).
              10 AVI-NUM-COMPTE PIC 9(5).
              10 AVI-TYPE       PIC X(1).
              10 AVI-REF-DATE   PIC X(8).
              10 AVI-REF-SEQ    PIC 9(8).
           05 AVI-QUALITE     PIC X(1).
           05 AVI-NATURE      PIC X(1).
           05 AVI-MONTANT     PIC 9(7)V99.
           05 AVI-LIBELLE     PIC X(40).
           05 AVI-STATUT      PIC X(1).
           05 AVI-DATE-EDITION PIC X(8).

       FD  FICHIER-FICOBA.
      * Evénements à déclarer au fichier national des comptes      *
      * (FICOBA). FIC-NATURE : O = ouverture, C = clôture, A =     *
      * ajout d'un co-titulaire ou mandataire, R = retrait, M =    *
      * modification d'identité ou d'adresse. FIC-ROLE : T =       *
      * titulaire, C = co-titulaire, M = mandataire. FIC-STATUT :  *
      * A = à déclarer, E = déclaré, R = rejeté par le registre.   *
       01  ENREG-FICOBA.
           05 FIC-CLE.
              10 FIC-DATE       PIC X(8).
              10 FIC-SEQ        PIC 9(8).
           05 FIC-NATURE      PIC X(1).
           05 FIC-NUM-COMPTE  PIC 9(5).
           05 FIC-NUM-CLIENT  PIC 9(5).
           05 FIC-ROLE        PIC X(1).
           05 FIC-TYPE-COMPTE PIC X(10).
           05 FIC-STATUT      PIC X(1).
           05 FIC-DATE-ENVOI  PIC X(8).
           05 FIC-CODE-REJET  PIC X(4).
           05 FIC-MOTIF-REJET PIC X(40).

       FD  FICHIER-FICOBA-DECL.
      * Fichier de déclaration remis au registre, à format fixe :  *
      * une entête (1), une ligne par événement (2), une fin (9).  *
       01  ENREG-DECL-FICOBA.
           05 DFI-TYPE-ENREG  PIC X(1).
           05 DFI-ETABLISSEMENT PIC X(5).
           05 DFI-REFERENCE.
              10 DFI-REF-DATE   PIC X(8).
              10 DFI-REF-SEQ    PIC 9(8).
           05 DFI-NATURE      PIC X(1).
           05 DFI-NUM-COMPTE  PIC 9(5).
           05 DFI-NATURE-COMPTE PIC X(2).
           05 DFI-QUALITE     PIC X(1).
           05 DFI-NUM-CLIENT  PIC 9(5).
           05 DFI-NOM         PIC X(30).
           05 DFI-ADRESSE     PIC X(40).
           05 DFI-PIECE       PIC X(20).
       01  ENTETE-DECL-FICOBA.
           05 EFI-TYPE-ENREG  PIC X(1).
           05 EFI-ETABLISSEMENT PIC X(5).
           05 EFI-DATE-REMISE PIC X(8).
           05 FILLER          PIC X(112).
       01  FIN-DECL-FICOBA.
           05 FFI-TYPE-ENREG  PIC X(1).
           05 FFI-ETABLISSEMENT PIC X(5).
           05 FFI-NB-LIGNES   PIC 9(7).
           05 FILLER          PIC X(113).

       FD  FICHIER-FICOBA-RET.
      * Rejets retournés par le registre : référence de            *
      * l'événement déclaré, code et libellé du rejet.             *
       01  ENREG-RETOUR-FICOBA.
           05 RFI-REF-DATE    PIC X(8).
           05 RFI-REF-SEQ     PIC 9(8).
           05 RFI-CODE-REJET  PIC X(4).
           05 RFI-LIBELLE     PIC X(40).

       FD  FICHIER-MANDAT.
      * Mandats de prélèvement SEPA consentis sur les comptes      *
      * Courant : créancier (identifiant ICS et nom), référence    *
      * unique du mandat (RUM), date de signature, plafond par     *
      * prélèvement (0 = sans plafond). MDT-STATUT : A = actif,    *
      * R = révoqué par le client, B = créancier bloqué par le     *
      * client, C = caduc (inutilisé pendant 36 mois).             *
       01  ENREG-MANDAT.
           05 MDT-CLE.
              10 MDT-NUM-COMPTE PIC 9(5).
              10 MDT-ICS        PIC X(13).
              10 MDT-RUM        PIC X(35).
           05 MDT-CREANCIER   PIC X(30).
           05 MDT-DATE-SIGNATURE PIC X(8).
           05 MDT-PLAFOND     PIC 9(7)V99.
           05 MDT-STATUT      PIC X(1).
           05 MDT-DATE-STATUT PIC X(8).
           05 MDT-DATE-DERNIER PIC X(8).

       FD  FICHIER-PRLV-RECUS.
      * Prélèvements présentés par la chambre de compensation.     *
       01  ENREG-PRLV-RECU.
           05 PRR-NUM-COMPTE  PIC 9(5).
           05 PRR-ICS         PIC X(13).
           05 PRR-RUM         PIC X(35).
           05 PRR-REFERENCE   PIC X(35).
           05 PRR-MONTANT     PIC 9(7)V99.

       FD  FICHIER-PRLV-REJET.
      * Retours à la chambre de compensation : la ligne présentée  *
      * suivie du code motif normalisé et de la date du rejet.     *
       01  ENREG-PRLV-REJET.
           05 PRJ-ORIGINE     PIC X(97).
           05 PRJ-CODE-REJET  PIC X(4).
           05 PRJ-DATE-REJET  PIC X(8).

       FD  FICHIER-DECES-ACT.
      * Mesures prises à l'enregistrement du décès d'un client,    *
      * une par enregistrement, pour pouvoir les défaire à         *
      * l'identique si le décès a été saisi à tort. DCA-TYPE :     *
      * B = blocage posé, H = habilitation de mandataire retirée   *
      * (rôle, plafond et date conservés pour la rétablir),        *
      * V = virement permanent suspendu, O = chèque frappé         *
      * d'opposition. DCA-REFERENCE porte le client habilité (H),  *
      * le numéro d'ordre (V) ou le numéro de chèque (O).          *
       01  ENREG-DECES-ACT.
           05 DCA-CLE.
              10 DCA-NUM-CLIENT PIC 9(5).
              10 DCA-SEQ        PIC 9(5).
           05 DCA-TYPE        PIC X(1).
           05 DCA-NUM-COMPTE  PIC 9(5).
           05 DCA-REFERENCE   PIC 9(7).
           05 DCA-HAB-ROLE    PIC X(1).
           05 DCA-HAB-PLAFOND PIC 9(7)V99.
           05 DCA-HAB-DATE    PIC X(10).
           05 DCA-DATE        PIC X(8).

       WORKING-STORAGE SECTION.
       01  FS-COMPTE          PIC XX.
       01  FS-ANCIEN          PIC XX.
       01  SOLDE-SOURCE       PIC S9(7)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  TYPE-SOURCE        PIC X(10) VALUE SPACES.
       01  TYPE-DEST          PIC X(10) VALUE SPACES.
       01  TROUVE-SOURCE      PIC X VALUE 'N'.
       01  TROUVE-DEST        PIC X VALUE 'N'.
       01  VIREMENT-OK        PIC X VALUE 'N'.
       01  EOF-PRM            PIC X VALUE 'N'.
       01  TABLE-PARAM-CPTA.
           05 NB-PARAM-CPTA   PIC 9(2) VALUE 0.
           05 LIGNE-PARAM-CPTA OCCURS 40.
              10 TAB-CODE-MVT PIC X(1).
              10 TAB-TYPE-CPT PIC X(10).
              10 TAB-COMPTE-GL PIC X(6).
       01  NB-VIR-REJETES     PIC 9(5) VALUE 0.
       01  TABLE-STATS-MVT.
           05 NB-CODES-STATS  PIC 9(2) VALUE 0.
           05 LIGNE-STAT      OCCURS 20.
              10 TSM-CODE     PIC X(1).
              10 TSM-NB       PIC 9(7).
              10 TSM-MONTANT  PIC 9(11)V99.
       01  HISTO-DISPONIBLE   PIC X VALUE 'N'.
       01  HISTO-ECRIT        PIC X VALUE 'N'.
       01  NB-HISTO-CHARGES   PIC 9(7) VALUE 0.
       01  FS-EXTOURNE        PIC XX.
       01  EOF-EXT            PIC X VALUE 'N'.
       01  SEQ-EXT-ENTREE     PIC 9(5) VALUE 0.
       01  MOTIF-EXT-ENTREE   PIC X(30) VALUE SPACES.
       01  NB-MVT-JOUR        PIC 9(5) VALUE 0.
       01  DATE-ORIG-EXT      PIC X(8) VALUE SPACES.
       01  CODE-ORIG-EXT      PIC X VALUE SPACE.
       01  MONTANT-ORIG-EXT   PIC 9(7)V99 VALUE 0.
       01  SOLDE-ORIG-EXT     PIC S9(7)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  OPERATEUR-ORIG-EXT PIC X(8) VALUE SPACES.
       01  CAISSE-EXT-A-CORRIGER PIC X VALUE 'N'.
       01  SEQ-EXTOURNE       PIC 9(5) VALUE 0.
       01  EXTOURNE-TROUVEE   PIC X VALUE 'N'.
       01  EXTOURNE-OK        PIC X VALUE 'N'.
       01  REG-EXT-OUVERT     PIC X VALUE 'N'.
       01  LIBELLE-EXTOURNE   PIC X(30) VALUE SPACES.
       01  CODE-GL-MVT        PIC X VALUE SPACE.
       01  SEQ-ORIG-EXT       PIC 9(5) VALUE 0.
       01  DERNIER-LIEN-COMPTE PIC 9(5) VALUE 0.
       01  DERNIER-LIEN-DATE  PIC X(8) VALUE SPACES.
       01  DERNIER-LIEN-SEQ   PIC 9(5) VALUE 0.
       01  FS-PRET            PIC XX.
       01  FS-ECHEANCIER      PIC XX.
       01  EOF-ECH            PIC X VALUE 'N'.
       01  CHOIX-PRET         PIC 9 VALUE 0.
       01  FIN-MENU-PRET      PIC X VALUE 'N'.
       01  PRET-VALIDE        PIC X VALUE 'O'.
       01  NUM-COMPTE-PRET    PIC 9(5) VALUE 0.
       01  NUM-COURANT-PRET   PIC 9(5) VALUE 0.
       01  CAPITAL-PRET       PIC 9(7)V99 VALUE 0.
       01  TAUX-PRET          PIC 9(2)V9(3) VALUE 0.
       01  DUREE-PRET         PIC 9(3) VALUE 0.
       01  MENSUALITE-PRET    PIC 9(7)V99 VALUE 0.
       01  TAUX-MENSUEL-PRET  PIC 9V9(12) VALUE 0.
       01  FACTEUR-PRET       PIC 9(15)V9(12) VALUE 0.
       01  CRD-PRET           PIC 9(7)V99 VALUE 0.
       01  RANG-ECH           PIC 9(3) VALUE 0.
       01  CAPITAL-ECH        PIC 9(7)V99 VALUE 0.
       01  INTERETS-ECH       PIC 9(7)V99 VALUE 0.
       01  NB-PRET            PIC 9(5) VALUE 0.
       01  TOTAL-PRET         PIC S9(9)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  NB-ECH-PAYEES      PIC 9(5) VALUE 0.
       01  NB-ECH-IMPAYEES    PIC 9(5) VALUE 0.
       01  TOTAL-ECH-PAYEES   PIC 9(9)V99 VALUE 0.
       01  TOTAL-ECH-IMPAYEES PIC 9(9)V99 VALUE 0.
       01  NB-IMPAYES-PRET    PIC 9(3) VALUE 0.
       01  ENCOURS-ECH        PIC 9(7)V99 VALUE 0.
       01  ENCOURS-SOLDE      PIC S9(7)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  TOTAL-ENCOURS-ECH  PIC 9(9)V99 VALUE 0.
       01  TOTAL-ENCOURS-SOLDE PIC S9(9)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  NB-PRETS-ECART     PIC 9(5) VALUE 0.
       01  PRET-LIE-TROUVE    PIC X VALUE 'N'.
       01  EOF-PRET           PIC X VALUE 'N'.
       01  ECART-PRET         PIC X VALUE 'N'.
       01  CAPITAL-RESTANT    PIC S9(7)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  FS-ALERTE          PIC XX.
       01  EOF-ALR            PIC X VALUE 'N'.
       01  CHOIX-LCB          PIC 9 VALUE 0.
       01  FIN-MENU-LCB       PIC X VALUE 'N'.
       01  SEUIL-LCB          PIC 9(7)V99 VALUE 0.
       01  PLANCHER-LCB       PIC 9(7)V99 VALUE 0.
       01  FRAC-NB-LCB        PIC 9(3) VALUE 0.
       01  FRAC-JOURS-LCB     PIC 9(3) VALUE 0.
       01  FRAC-PCT-LCB       PIC 9(3) VALUE 0.
       01  AR-JOURS-LCB       PIC 9(3) VALUE 0.
       01  AR-PCT-LCB         PIC 9(3) VALUE 0.
       01  DORMANCE-LCB       PIC 9(3) VALUE 0.
       01  JOUR-LCB-ENT       PIC 9(7) VALUE 0.
       01  DEBUT-FRAC-LCB     PIC X(8) VALUE SPACES.
       01  DEBUT-AR-LCB       PIC X(8) VALUE SPACES.
       01  SEUIL-DORMANCE     PIC X(8) VALUE SPACES.
       01  DERNIERE-AVANT-LCB PIC X(8) VALUE SPACES.
       01  JOUR-ATTEINT-LCB   PIC X VALUE 'N'.
       01  MVT-DU-JOUR-LCB    PIC X VALUE 'N'.
       01  NB-FRAC-LCB        PIC 9(3) VALUE 0.
       01  FRAC-DU-JOUR-LCB   PIC X VALUE 'N'.
       01  TOTAL-FRAC-LCB     PIC 9(9)V99 VALUE 0.
       01  MONTANT-V-LCB      PIC 9(7)V99 VALUE 0.
       01  MONTANT-AR-LCB     PIC 9(7)V99 VALUE 0.
       01  MONTANT-D-LCB      PIC 9(7)V99 VALUE 0.
       01  TOTAL-JOUR-LCB     PIC 9(9)V99 VALUE 0.
       01  NB-COMPTES-LCB     PIC 9(5) VALUE 0.
       01  NB-ALERTES-LCB     PIC 9(5) VALUE 0.
       01  NB-DECLARATIONS    PIC 9(5) VALUE 0.
       01  TYPE-ALERTE-ENTREE PIC X VALUE SPACE.
       01  STATUT-ALERTE-ENTREE PIC X VALUE SPACE.
       01  DATE-ALERTE-ENTREE PIC X(8) VALUE SPACES.
       01  MONTANT-ALERTE     PIC 9(7)V99 VALUE 0.
       01  LIBELLE-ALERTE     PIC X(40) VALUE SPACES.
       01  COMMENTAIRE-ALERTE PIC X(40) VALUE SPACES.
       01  ALERTE-TROUVEE     PIC X VALUE 'N'.
       01  FS-CAISSE          PIC XX.
       01  FS-TRF-CAISSE      PIC XX.
       01  EOF-CAI            PIC X VALUE 'N'.
       01  CHOIX-CAI          PIC 9 VALUE 0.
       01  FIN-MENU-CAI       PIC X VALUE 'N'.
       01  CAISSE-OUVERTE     PIC X VALUE 'N'.
       01  CAISSE-TROUVEE     PIC X VALUE 'N'.
       01  CAISSE-OK          PIC X VALUE 'N'.
       01  OPERATEUR-CAISSE   PIC X(8) VALUE SPACES.
       01  DEST-CAISSE        PIC X(8) VALUE SPACES.
       01  SENS-TRF-CAISSE    PIC X VALUE SPACE.
       01  ENCAISSE-THEORIQUE PIC S9(9)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  TOTAL-COMPTE-CAI   PIC 9(9)V99 VALUE 0.
       01  VALEURS-COUPURES.
           05 FILLER          PIC 9(4)V99 VALUE 500.00.
           05 FILLER          PIC 9(4)V99 VALUE 200.00.
           05 FILLER          PIC 9(4)V99 VALUE 100.00.
           05 FILLER          PIC 9(4)V99 VALUE 50.00.
           05 FILLER          PIC 9(4)V99 VALUE 20.00.
           05 FILLER          PIC 9(4)V99 VALUE 10.00.
           05 FILLER          PIC 9(4)V99 VALUE 5.00.
           05 FILLER          PIC 9(4)V99 VALUE 2.00.
           05 FILLER          PIC 9(4)V99 VALUE 1.00.
           05 FILLER          PIC 9(4)V99 VALUE 0.50.
           05 FILLER          PIC 9(4)V99 VALUE 0.20.
           05 FILLER          PIC 9(4)V99 VALUE 0.10.
           05 FILLER          PIC 9(4)V99 VALUE 0.05.
           05 FILLER          PIC 9(4)V99 VALUE 0.02.
           05 FILLER          PIC 9(4)V99 VALUE 0.01.
       01  TAB-COUPURES REDEFINES VALEURS-COUPURES.
           05 VALEUR-COUPURE  OCCURS 15 PIC 9(4)V99.
       01  IDX-COUPURE        PIC 9(2) VALUE 0.
       01  NB-COUPURES        PIC 9(5) VALUE 0.
       01  MONTANT-COUPURE    PIC 9(9)V99 VALUE 0.
       01  NB-CAISSES         PIC 9(3) VALUE 0.
       01  NB-CAISSES-OUVERTES PIC 9(3) VALUE 0.
       01  NB-CAISSES-ECART   PIC 9(3) VALUE 0.
       01  TOTAL-FOND-AGENCE  PIC 9(9)V99 VALUE 0.
       01  TOTAL-DEPOTS-AGENCE PIC 9(9)V99 VALUE 0.
       01  TOTAL-RETRAITS-AGENCE PIC 9(9)V99 VALUE 0.
       01  TOTAL-COFFRE-AGENCE PIC S9(9)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  TOTAL-THEO-AGENCE  PIC S9(9)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  TOTAL-COMPTE-AGENCE PIC 9(9)V99 VALUE 0.
       01  TOTAL-ECART-AGENCE PIC S9(9)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  NB-COMPTES-INTEG   PIC 9(5) VALUE 0.
       01  NB-ECARTS-INTEG    PIC 9(5) VALUE 0.
       01  NB-SANS-MVT-INTEG  PIC 9(5) VALUE 0.
       01  SOLDE-ATTENDU      PIC S9(7)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  SOLDE-ENCHAINE     PIC S9(7)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  RUPTURE-TROUVEE    PIC X VALUE 'N'.
       01  DATE-PREC-INTEG    PIC X(8) VALUE SPACES.
       01  RANG-JOUR-INTEG    PIC 9(5) VALUE 0.
       01  DATE-RUPTURE       PIC X(8) VALUE SPACES.
       01  RANG-RUPTURE       PIC 9(5) VALUE 0.
       01  CODE-RUPTURE       PIC X VALUE SPACE.
       01  SOLDE-LU-RUPTURE   PIC S9(7)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  SOLDE-ATT-RUPTURE  PIC S9(7)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  FS-REG-SAUV        PIC XX.
       01  FS-SAUVEGARDE      PIC XX.
       01  NOM-FICHIER-SAUVEGARDE PIC X(40) VALUE SPACES.
       01  EOF-SAUV           PIC X VALUE 'N'.
       01  CHOIX-SAUV         PIC 9 VALUE 0.
       01  FIN-MENU-SAUV      PIC X VALUE 'N'.
       01  LISTE-FICHIERS-SAUV.
           05 FILLER          PIC X(30) VALUE "comptes.txt".
           05 FILLER          PIC X(30) VALUE "clients.txt".
           05 FILLER          PIC X(30) VALUE "habilitations.txt".
           05 FILLER          PIC X(30) VALUE "blocages.txt".
           05 FILLER          PIC X(30)
                                  VALUE "virements-permanents.txt".
           05 FILLER          PIC X(30) VALUE "chequiers.txt".
           05 FILLER          PIC X(30) VALUE "oppositions.txt".
           05 FILLER          PIC X(30) VALUE "HISTO-MVT.txt".
           05 FILLER          PIC X(30) VALUE "MOUVEMENTS.txt".
           05 FILLER          PIC X(30) VALUE "control.txt".
           05 FILLER          PIC X(30) VALUE "BATCHS.txt".
           05 FILLER          PIC X(30) VALUE "ARCHIVES-MVT.txt".
           05 FILLER          PIC X(30) VALUE "extournes.txt".
           05 FILLER          PIC X(30) VALUE "prets.txt".
           05 FILLER          PIC X(30) VALUE "echeancier.txt".
           05 FILLER          PIC X(30) VALUE "alertes-lcb.txt".
           05 FILLER          PIC X(30) VALUE "caisses.txt".
           05 FILLER          PIC X(30) VALUE "transferts-caisse.txt".
           05 FILLER          PIC X(30) VALUE "avis-clients.txt".
           05 FILLER          PIC X(30) VALUE "ficoba.txt".
           05 FILLER          PIC X(30) VALUE "mandats-sepa.txt".
           05 FILLER          PIC X(30) VALUE "deces-actions.txt".
       01  TAB-FICHIERS-SAUV REDEFINES LISTE-FICHIERS-SAUV.
           05 NOM-FICHIER-SAUV OCCURS 22 PIC X(30).
       01  NB-FICHIERS-SAUV   PIC 9(2) VALUE 22.
       01  TABLE-COMPTAGES-SAUV.
           05 COMPTAGE-SAUV   OCCURS 22.
              10 NB-ENREG-SAUV  PIC 9(9).
              10 NB-ENREG-MANIF PIC 9(9).
              10 FICHIER-AU-MANIF PIC X(1).
       01  IDX-FIC-SAUV       PIC 9(2) VALUE 0.
       01  NB-ENREG-LUS       PIC 9(9) VALUE 0.
       01  TOTAL-SOLDES-SAUV  PIC S9(11)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  TOTAL-SOLDES-MANIF PIC S9(11)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  TABLE-SAUVEGARDES.
           05 NB-SAUVEGARDES  PIC 9(3) VALUE 0.
           05 ENTREE-SAUVEGARDE OCCURS 500.
              10 TSV-NUMERO   PIC 9(4).
              10 TSV-DATE     PIC X(8).
              10 TSV-HEURE    PIC X(6).
              10 TSV-MOTIF    PIC X(20).
              10 TSV-OPERATEUR PIC X(8).
       01  IDX-SAUV           PIC 9(3) VALUE 0.
       01  IDX-SAUV-GARDEE    PIC 9(3) VALUE 0.
       01  IDX-SAUV-CHOISIE   PIC 9(3) VALUE 0.
       01  NUMERO-SAUV        PIC 9(4) VALUE 0.
       01  NUM-SAUV-ENTREE    PIC 9(4) VALUE 0.
       01  MOTIF-SAUV         PIC X(20) VALUE SPACES.
       01  REPERTOIRE-SAUV    PIC X(15) VALUE SPACES.
       01  PURGE-SAUV         PIC X VALUE 'O'.
       01  SAUVEGARDE-FAITE   PIC X VALUE 'N'.
       01  MANIFESTE-OK       PIC X VALUE 'N'.
       01  NB-ECARTS-MANIF    PIC 9(2) VALUE 0.
       01  NB-SAUV-PURGEES    PIC 9(3) VALUE 0.
       01  JOURS-CONSERV-SAUV PIC 9(3) VALUE 35.
       01  MINI-CONSERV-SAUV  PIC 9(2) VALUE 3.
       01  JOUR-SAUV-ENT      PIC 9(7) VALUE 0.
       01  AGE-SAUV           PIC 9(5) VALUE 0.
       01  FS-AVIS            PIC XX.
       01  EOF-AVIS           PIC X VALUE 'N'.
       01  CHOIX-AVIS         PIC 9 VALUE 0.
       01  FIN-MENU-AVIS      PIC X VALUE 'N'.
       01  AVIS-NUM-COMPTE    PIC 9(5) VALUE 0.
       01  AVIS-TITULAIRE     PIC 9(5) VALUE 0.
       01  AVIS-TYPE          PIC X VALUE SPACE.
       01  AVIS-NATURE        PIC X VALUE SPACE.
       01  AVIS-MONTANT       PIC 9(7)V99 VALUE 0.
       01  AVIS-LIBELLE       PIC X(40) VALUE SPACES.
       01  AVIS-REF-DATE      PIC X(8) VALUE SPACES.
       01  AVIS-REF-SEQ       PIC 9(8) VALUE 0.
       01  AVIS-QUALITE       PIC X VALUE SPACE.
       01  AVIS-DESTINATAIRE  PIC 9(5) VALUE 0.
       01  AVIS-ECRIT         PIC X VALUE 'N'.
       01  DECOUVERT-REFUSE   PIC X VALUE 'N'.
       01  TITU-SOURCE        PIC 9(5) VALUE 0.
       01  CLIENT-COURRIER    PIC 9(5) VALUE 0.
       01  NB-COURRIERS       PIC 9(5) VALUE 0.
       01  NB-AVIS-EDITES     PIC 9(5) VALUE 0.
       01  NB-AVIS-TERME      PIC 9(5) VALUE 0.
       01  NB-AVIS-ATTENTE    PIC 9(5) VALUE 0.
       01  JOURS-PREAVIS-TERME PIC 9(3) VALUE 30.
       01  JOURS-AVANT-ECHEANCE PIC 9(5) VALUE 0.
       01  JOUR-AVIS-ENT      PIC 9(7) VALUE 0.
       01  DATE-LETTRE        PIC X(10) VALUE SPACES.
       01  DATE-LETTRE-ENT    PIC X(8) VALUE SPACES.
       01  NATURE-LETTRE      PIC X(40) VALUE SPACES.
       01  FS-FICOBA          PIC XX.
       01  FS-FICOBA-DECL     PIC XX.
       01  FS-FICOBA-RET      PIC XX.
       01  EOF-FICOBA         PIC X VALUE 'N'.
       01  CHOIX-FICOBA       PIC 9 VALUE 0.
       01  FIN-MENU-FICOBA    PIC X VALUE 'N'.
       01  NOM-FICHIER-FICOBA PIC X(30) VALUE SPACES.
       01  CODE-ETABLISSEMENT PIC X(5) VALUE "99999".
       01  FICOBA-NATURE      PIC X VALUE SPACE.
       01  FICOBA-COMPTE      PIC 9(5) VALUE 0.
       01  FICOBA-CLIENT      PIC 9(5) VALUE 0.
       01  FICOBA-ROLE        PIC X VALUE SPACE.
       01  FICOBA-TYPE-COMPTE PIC X(10) VALUE SPACES.
       01  FICOBA-ECRIT       PIC X VALUE 'N'.
       01  FICOBA-CLIENT-LU   PIC X VALUE 'N'.
       01  NB-DECL-FICOBA     PIC 9(5) VALUE 0.
       01  NB-NON-DECL-FICOBA PIC 9(5) VALUE 0.
       01  NB-RET-FICOBA-LUS  PIC 9(5) VALUE 0.
       01  NB-RET-FICOBA-REJ  PIC 9(5) VALUE 0.
       01  NB-RET-FICOBA-INC  PIC 9(5) VALUE 0.
       01  NB-EVT-FICOBA      PIC 9(5) VALUE 0.
       01  FICOBA-MODIF       PIC X VALUE 'N'.
       01  FICOBA-ANCIEN-NOM  PIC X(30) VALUE SPACES.
       01  FICOBA-ANCIENNE-ADR PIC X(40) VALUE SPACES.
       01  FICOBA-ANCIENNE-PIECE PIC X(20) VALUE SPACES.
       01  REF-DATE-ENTREE    PIC X(8) VALUE SPACES.
       01  REF-SEQ-ENTREE     PIC 9(8) VALUE 0.
       01  FS-MANDAT          PIC XX.
       01  FS-PRLV-RECUS      PIC XX.
       01  FS-PRLV-REJET      PIC XX.
       01  EOF-MANDAT         PIC X VALUE 'N'.
       01  EOF-PRLV           PIC X VALUE 'N'.
       01  CHOIX-MANDAT       PIC 9 VALUE 0.
       01  FIN-MENU-MANDAT    PIC X VALUE 'N'.
       01  MOIS-CADUCITE-MANDAT PIC 9(2) VALUE 36.
       01  ICS-ENTREE         PIC X(13) VALUE SPACES.
       01  RUM-ENTREE         PIC X(35) VALUE SPACES.
       01  CREANCIER-ENTREE   PIC X(30) VALUE SPACES.
       01  PRLV-CREANCIER     PIC X(30) VALUE SPACES.
       01  CODE-REJET-PRLV    PIC X(4) VALUE SPACES.
       01  NB-PRLV-LUS        PIC 9(5) VALUE 0.
       01  NB-PRLV-APPLIQUES  PIC 9(5) VALUE 0.
       01  NB-PRLV-REJETES    PIC 9(5) VALUE 0.
       01  NB-MANDATS-CADUCS  PIC 9(5) VALUE 0.
       01  NB-MANDATS         PIC 9(5) VALUE 0.
       01  STATUT-MANDAT-AVANT PIC X VALUE SPACE.
       01  STATUT-MANDAT-APRES PIC X VALUE SPACE.
       01  FS-DECES-ACT       PIC XX.
       01  FS-ANCIEN-CLIENT   PIC XX.
       01  EOF-DECES          PIC X VALUE 'N'.
       01  CHOIX-DECES        PIC 9 VALUE 0.
       01  FIN-MENU-DECES     PIC X VALUE 'N'.
       01  NB-CLIENTS-CONVERTIS PIC 9(5) VALUE 0.
       01  DATE-DECES-LUE     PIC X(8) VALUE SPACES.
       01  CLIENT-DECEDE      PIC 9(5) VALUE 0.
       01  NOM-DECEDE         PIC X(30) VALUE SPACES.
       01  ADRESSE-DECEDE     PIC X(40) VALUE SPACES.
       01  DATE-DECES-ENTREE  PIC X(8) VALUE SPACES.
       01  MOTIF-DECES        PIC X(30) VALUE "décès du titulaire".
       01  SEQ-DECES          PIC 9(5) VALUE 0.
       01  TYPE-ACTION-DECES  PIC X VALUE SPACE.
       01  COMPTE-ACTION-DECES PIC 9(5) VALUE 0.
       01  REF-ACTION-DECES   PIC 9(7) VALUE 0.
       01  MAX-COMPTES-DECES  PIC 9(2) VALUE 50.
       01  TABLE-COMPTES-DECES.
           05 NB-COMPTES-DECES PIC 9(2) VALUE 0.
           05 ENTREE-COMPTE-DECES OCCURS 50.
              10 TCD-NUM-COMPTE PIC 9(5).
              10 TCD-ROLE       PIC X(1).
              10 TCD-SEUL       PIC X(1).
              10 TCD-TYPE       PIC X(10).
              10 TCD-DATE-CREATION PIC X(10).
       01  IDX-DECES          PIC 9(2) VALUE 0.
       01  IDX-RECH-DECES     PIC 9(2) VALUE 0.
       01  COMPTE-RECH-DECES  PIC 9(5) VALUE 0.
       01  COMPTE-DU-DECES    PIC X VALUE 'N'.
       01  NUM-CHEQUE-DECES   PIC 9(7) VALUE 0.
       01  NB-BLOCAGES-DECES  PIC 9(5) VALUE 0.
       01  NB-BLOCAGES-EXIST  PIC 9(5) VALUE 0.
       01  NB-HAB-DECES       PIC 9(5) VALUE 0.
       01  NB-VP-DECES        PIC 9(5) VALUE 0.
       01  NB-OPP-DECES       PIC 9(5) VALUE 0.
       01  NB-OPP-CHEQUIER    PIC 9(5) VALUE 0.
       01  NB-ACTIONS-DEFAITES PIC 9(5) VALUE 0.
       01  NB-ACTIONS-LAISSEES PIC 9(5) VALUE 0.
       01  SOLDE-DECES        PIC S9(7)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  TOTAL-SOLDES-DECES PIC S9(9)V99 SIGN IS TRAILING SEPARATE
                                  VALUE 0.
       01  LIBELLE-QUALITE-DECES PIC X(24) VALUE SPACES.
       01  ETAPE-CHERCHEE     PIC X(20) VALUE SPACES.
       01  RANG-ETAPE-TROUVEE PIC 9(2) VALUE 0.
       01  RANG-ETAPE-INSEREE PIC 9(2) VALUE 0.
       01  IDX-ETAPE-DECALEE  PIC 9(2) VALUE 0.
       01  NB-ETAPES-AJOUTEES PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
       INITIALISATION.
           MOVE FUNCTION CURRENT-DATE(1:10) TO DATE-AUJOURD.
           OPEN I-O FICHIER-CLIENT
           EVALUATE FS-CLIENT
               WHEN "00"
                   CLOSE FICHIER-CLIENT
               WHEN "35"
                   OPEN OUTPUT FICHIER-CLIENT
                   CLOSE FICHIER-CLIENT
               WHEN OTHER
                   PERFORM CONVERTIR-ANCIEN-CLIENTS
           END-EVALUATE.
           OPEN I-O FICHIER-COMPTE
           EVALUATE FS-COMPTE
               WHEN "00"
               OPEN OUTPUT FICHIER-HABILITATION
           END-IF
           CLOSE FICHIER-HABILITATION.
           OPEN I-O FICHIER-EXTOURNE
           IF FS-EXTOURNE = "35"
               OPEN OUTPUT FICHIER-EXTOURNE
           END-IF
           CLOSE FICHIER-EXTOURNE.
           OPEN I-O FICHIER-PRET
           IF FS-PRET = "35"
               OPEN OUTPUT FICHIER-PRET
           END-IF
           CLOSE FICHIER-PRET.
           OPEN I-O FICHIER-ECHEANCIER
           IF FS-ECHEANCIER = "35"
               OPEN OUTPUT FICHIER-ECHEANCIER
           END-IF
           CLOSE FICHIER-ECHEANCIER.
           OPEN I-O FICHIER-ALERTE
           IF FS-ALERTE = "35"
               OPEN OUTPUT FICHIER-ALERTE
           END-IF
           CLOSE FICHIER-ALERTE.
           OPEN I-O FICHIER-CAISSE
           IF FS-CAISSE = "35"
               OPEN OUTPUT FICHIER-CAISSE
           END-IF
           CLOSE FICHIER-CAISSE.
           OPEN I-O FICHIER-AVIS
           IF FS-AVIS = "35"
               OPEN OUTPUT FICHIER-AVIS
           END-IF
           CLOSE FICHIER-AVIS.
           OPEN I-O FICHIER-FICOBA
           IF FS-FICOBA = "35"
               OPEN OUTPUT FICHIER-FICOBA
           END-IF
           CLOSE FICHIER-FICOBA.
           OPEN I-O FICHIER-MANDAT
           IF FS-MANDAT = "35"
               OPEN OUTPUT FICHIER-MANDAT
           END-IF
           CLOSE FICHIER-MANDAT.
           OPEN I-O FICHIER-DECES-ACT
           IF FS-DECES-ACT = "35"
               OPEN OUTPUT FICHIER-DECES-ACT
           END-IF
           CLOSE FICHIER-DECES-ACT.
           OPEN EXTEND FICHIER-AUDIT
           IF FS-AUDIT = "35"
               OPEN OUTPUT FICHIER-AUDIT
               MOVE SPACES TO ADRESSE-CLIENT
               MOVE SPACES TO TEL-CLIENT
               MOVE SPACES TO PIECE-IDENTITE
               MOVE SPACES TO DATE-DECES
               WRITE ENREG-CLIENT
               END-WRITE
               CLOSE FICHIER-CLIENT
               MOVE NUM-CLIENT-COURANT TO NUM-CLIENT-ENTREE
           END-IF.

      *------------------------------------------------------------*
      * CONVERTIR UN CLIENTS.TXT DE L'ANCIEN DESSIN                *
      * FS-CLIENT différent de "00" et de "35" : clients.txt       *
      * existe mais son enregistrement n'a pas la longueur         *
      * actuelle (fiche sans date de décès, laissée par une        *
      * version antérieure du programme). Il est mis de côté sous  *
      * clients.txt.old et recopié fiche à fiche, la date de décès *
      * à blanc. Un fichier que l'ancien dessin ne sait pas relire *
      * non plus est remis en place et le programme s'arrête.      *
      *------------------------------------------------------------*
       CONVERTIR-ANCIEN-CLIENTS.
           DISPLAY "Conversion de clients.txt au nouveau dessin.".
           CALL "SYSTEM" USING BY CONTENT
               "mv clients.txt clients.txt.old".
           MOVE 0 TO NB-CLIENTS-CONVERTIS.
           OPEN INPUT ANCIEN-FICHIER-CLIENT.
           IF FS-ANCIEN-CLIENT NOT = "00"
               CALL "SYSTEM" USING BY CONTENT
                   "mv clients.txt.old clients.txt"
               DISPLAY "clients.txt illisible (statut " FS-CLIENT
                   ") : rechargez le fichier des clients"
               DISPLAY "hors ligne avant de relancer."
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHIER-CLIENT.
           MOVE 'N' TO EOF-CLIENT.
           PERFORM UNTIL EOF-CLIENT = 'O'
               READ ANCIEN-FICHIER-CLIENT NEXT RECORD
                   AT END MOVE 'O' TO EOF-CLIENT
                   NOT AT END
                       MOVE ANCIEN-ENREG-CLIENT TO ENREG-CLIENT
                       MOVE SPACES TO DATE-DECES
                       WRITE ENREG-CLIENT
                           INVALID KEY
                               DISPLAY "Client " NUM-CLIENT
                                   " en double, ignoré."
                           NOT INVALID KEY
                               ADD 1 TO NB-CLIENTS-CONVERTIS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ANCIEN-FICHIER-CLIENT.
           CLOSE FICHIER-CLIENT.
           DISPLAY "Fiches clients converties : " NB-CLIENTS-CONVERTIS.

      *------------------------------------------------------------*
      * INITIALISER LE COMPTEUR DE NUMEROS DE COMPTE               *
      * Relit le dernier numéro émis dans le fichier de contrôle.  *
           DISPLAY "26 - Tableau de bord mensuel d'activité".
           DISPLAY "27 - Chargement de l'historique indexé"
               " (superviseur)".
           DISPLAY "28 - Extourne d'un mouvement (superviseur)".
           DISPLAY "29 - Prêts amortissables".
           DISPLAY "30 - Surveillance anti-blanchiment (superviseur)".
           DISPLAY "31 - Caisse guichet".
           DISPLAY "32 - Contrôle d'intégrité solde / journal"
               " (superviseur)".
           DISPLAY "33 - Sauvegardes et restauration (superviseur)".
           DISPLAY "34 - Courriers et avis clients".
           DISPLAY "35 - Déclarations FICOBA (superviseur)".
           DISPLAY "36 - Mandats et prélèvements SEPA".
           DISPLAY "37 - Décès d'un client (superviseur)".
           DISPLAY "38 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT CHOIX.

                       IF PROFIL-CONNECTE = 'S'
                           PERFORM CHARGEMENT-HISTO
                       END-IF
               WHEN 28 PERFORM CONTROLER-SUPERVISEUR
                       IF PROFIL-CONNECTE = 'S'
                           PERFORM EXTOURNER-MOUVEMENT
                       END-IF
               WHEN 29 PERFORM MENU-PRETS
               WHEN 30 PERFORM CONTROLER-SUPERVISEUR
                       IF PROFIL-CONNECTE = 'S'
                           PERFORM MENU-ALERTES-LCB
                       END-IF
               WHEN 31 PERFORM MENU-CAISSE
               WHEN 32 PERFORM CONTROLER-SUPERVISEUR
                       IF PROFIL-CONNECTE = 'S'
                           PERFORM CONTROLE-INTEGRITE
                       END-IF
               WHEN 33 PERFORM CONTROLER-SUPERVISEUR
                       IF PROFIL-CONNECTE = 'S'
                           PERFORM MENU-SAUVEGARDES
                       END-IF
               WHEN 34 PERFORM MENU-COURRIERS
               WHEN 35 PERFORM CONTROLER-SUPERVISEUR
                       IF PROFIL-CONNECTE = 'S'
                           PERFORM MENU-FICOBA
                       END-IF
               WHEN 36 PERFORM MENU-MANDATS
               WHEN 37 PERFORM CONTROLER-SUPERVISEUR
                       IF PROFIL-CONNECTE = 'S'
                           PERFORM MENU-DECES
                       END-IF
               WHEN 38 MOVE 'O' TO FIN-PROG
               WHEN OTHER DISPLAY "Choix invalide."
           END-EVALUATE.

           IF TROUVE-CLIENT = 'N'
               DISPLAY "Client inconnu, créez d'abord la fiche client."
           ELSE
               IF DATE-DECES-LUE NOT = SPACES
                   DISPLAY "Client décédé le " DATE-DECES-LUE
                       " : ouverture refusée."
               ELSE
                   DISPLAY "Titulaire : " NOM-TITULAIRE
                   PERFORM SAISIR-ET-CREER-COMPTE
               END-IF
           END-IF.

      *------------------------------------------------------------*
      *------------------------------------------------------------*
       SAISIR-ET-CREER-COMPTE.
           PERFORM SAISIR-TYPE-COMPTE.
           MOVE 0 TO DUREE-ENTREE.
           MOVE 0 TO TAUX-SAISI.
           MOVE 'O' TO PRET-VALIDE.
      *    Un prêt ne prend pas de solde initial : son solde est   *
      *    le capital emprunté, porté en négatif (dû du client).   *
           IF TYPE-ENTREE = "Pret"
               PERFORM SAISIR-CARACTERISTIQUES-PRET
           ELSE
               MOVE "Solde initial : " TO LIBELLE-MONTANT
               PERFORM SAISIR-MONTANT-OU-ZERO
           END-IF.
           IF TYPE-ENTREE = "Terme"
               PERFORM UNTIL DUREE-ENTREE >= 1
                       AND DUREE-ENTREE <= 120
               DISPLAY "Taux annuel contractuel en % (ex: 3.500) : "
               ACCEPT TAUX-SAISI
           END-IF.
           IF PRET-VALIDE = 'N'
               DISPLAY "Prêt non ouvert."
           ELSE
               PERFORM ENREGISTRER-NOUVEAU-COMPTE
           END-IF.

      *------------------------------------------------------------*
      * ENREGISTRER LE COMPTE SAISI                                *
      * Un prêt est mis en place dans la foulée : contrat,         *
      * tableau d'amortissement et versement des fonds sur le      *
      * compte Courant lié. L'ouverture est consignée pour la      *
      * déclaration FICOBA.                                        *
      *------------------------------------------------------------*
       ENREGISTRER-NOUVEAU-COMPTE.
           ADD 1 TO NUM-COMPTE-COURANT.
           MOVE 'N' TO OPERATION-OK.

           MOVE NUM-COMPTE-COURANT TO NUM-COMPTE.
           MOVE NUM-CLIENT-ENTREE TO NUM-CLIENT-TITU.
           MOVE TYPE-ENTREE TO TYPE-COMPTE.
           IF TYPE-ENTREE = "Pret"
               COMPUTE SOLDE = 0 - MONTANT
           ELSE
               MOVE MONTANT TO SOLDE
           END-IF.
           MOVE DATE-AUJOURD TO DATE-CREATION.
           MOVE DUREE-ENTREE TO DUREE-MOIS.
           MOVE TAUX-SAISI TO TAUX-TERME.
           IF TYPE-ENTREE = "Terme" OR TYPE-ENTREE = "Pret"
               MOVE DATE-AUJOURD(1:8) TO DATE-BASE-CALC
               MOVE DUREE-ENTREE TO NB-MOIS-CALC
               PERFORM AJOUTER-MOIS-A-DATE
               MOVE SPACES TO DATE-ECHEANCE
               MOVE DATE-CALCULEE TO DATE-ECHEANCE(1:8)
               IF TYPE-ENTREE = "Terme"
                   DISPLAY "Échéance du placement : " DATE-CALCULEE
               ELSE
                   DISPLAY "Dernière échéance du prêt : "
                       DATE-CALCULEE
               END-IF
           ELSE
               MOVE SPACES TO DATE-ECHEANCE
           END-IF.
                   "Numéro de compte déjà utilisé, compteur resync."
               NOT INVALID KEY
                   MOVE 'O' TO OPERATION-OK
      *            Le capital prêté est journalisé sous le code K, *
      *            au débit du compte prêt.                        *
                   IF TYPE-ENTREE = "Pret"
                       MOVE NUM-COMPTE TO NUM-COMPTE-PRET
                       MOVE 'K' TO REPONSE
                       PERFORM ECRIRE-MOUVEMENT
                   END-IF
           END-WRITE.
           CLOSE FICHIER-COMPTE.

                   INTO RESULTAT-AUDIT
               PERFORM ECRIRE-AUDIT
               DISPLAY "Compte ajouté avec succès."
               MOVE 'O' TO FICOBA-NATURE
               MOVE NUM-COMPTE-COURANT TO FICOBA-COMPTE
               MOVE NUM-CLIENT-ENTREE TO FICOBA-CLIENT
               MOVE 'T' TO FICOBA-ROLE
               MOVE TYPE-ENTREE TO FICOBA-TYPE-COMPTE
               PERFORM ENREGISTRER-EVT-FICOBA
               IF TYPE-ENTREE = "Pret"
                   PERFORM METTRE-EN-PLACE-PRET
               END-IF
           ELSE
               PERFORM RECALCULER-COMPTEUR
               MOVE "échec d'enregistrement" TO RESULTAT-AUDIT
           DISPLAY "Type   : " TYPE-COMPTE.
           DISPLAY "Solde  : " SOLDE.
           DISPLAY "Date création : " DATE-CREATION.
           IF TYPE-COMPTE = "Terme" OR TYPE-COMPTE = "Pret"
               DISPLAY "Échéance : " DATE-ECHEANCE(1:8)
                   "  Durée : " DUREE-MOIS " mois"
                   "  Taux : " TAUX-TERME
      * DEPOT OU RETRAIT                                           *
      *------------------------------------------------------------*
       DEPOT-RETRAIT.
           IF CAISSE-OUVERTE = 'N'
               DISPLAY "Aucune caisse ouverte à votre nom ce jour :"
                   " opération en espèces impossible."
           ELSE
               PERFORM SAISIR-DEPOT-RETRAIT
           END-IF.

      *------------------------------------------------------------*
      * SAISIR ET APPLIQUER UN DEPOT OU UN RETRAIT EN ESPECES      *
      * Un retrait ne peut excéder l'encaisse de la caisse ; une   *
      * opération réussie est imputée à la caisse de l'opérateur.  *
      *------------------------------------------------------------*
       SAISIR-DEPOT-RETRAIT.
           DISPLAY "Numéro de compte : ".
           ACCEPT NUM-ENTREE.
           MOVE "Montant : " TO LIBELLE-MONTANT.
               ACCEPT REPONSE
           END-PERFORM.

           MOVE 'O' TO OPERATION-OK.
           IF REPONSE = 'R'
               MOVE OPERATEUR-CONNECTE TO OPERATEUR-CAISSE
               PERFORM LIRE-CAISSE-OPERATEUR
               PERFORM CALCULER-ENCAISSE
               IF MONTANT > ENCAISSE-THEORIQUE
                   MOVE 'N' TO OPERATION-OK
                   MOVE "encaisse de la caisse insuffisante"
                       TO MOTIF-REJET
               END-IF
           END-IF.
           IF OPERATION-OK = 'O'
               PERFORM APPLIQUER-DEPOT-RETRAIT
           END-IF.
           IF OPERATION-OK = 'O'
               PERFORM IMPUTER-CAISSE
               DISPLAY "Opération réussie."
           ELSE
               DISPLAY "Opération refusée : " MOTIF-REJET
      *------------------------------------------------------------*
      * APPLIQUER UN DEPOT OU UN RETRAIT SUR UN COMPTE             *
      * Entrée : NUM-ENTREE, REPONSE et MONTANT. Codes au crédit : *
      * D = dépôt, V = virement externe reçu, P = fonds d'un prêt  *
      * versés sur le Courant. Codes au débit : R = retrait,       *
      * C = chèque compensé, E = virement externe émis,            *
      * L = échéance de prêt, M = prélèvement SEPA, débités comme  *
      * un retrait.                                                *
      * Applique les règles du guichet (registre des blocages      *
      * consulté, découvert autorisé sur Courant, jamais de solde  *
      * négatif sur Epargne), met à jour le compte et journalise   *
      * le mouvement sous le code reçu. Un compte Pret est refusé  *
      * quel que soit le code, et les fonds d'un prêt (P) ne sont  *
      * versés que sur un Courant.                                 *
      * Positionne OPERATION-OK et, en cas de refus, MOTIF-REJET.  *
      * Un débit refusé pour dépassement du découvert est signalé  *
      * au client par un avis, sauf pour un chèque : son rejet     *
      * fait l'objet de son propre avis.                           *
      * Utilisé par la saisie au guichet, par le traitement        *
      * différé des opérations, par la compensation des chèques et *
      * par la mise en place et le prélèvement des prêts, et par   *
      * l'intégration des prélèvements SEPA reçus.                 *
      *------------------------------------------------------------*
       APPLIQUER-DEPOT-RETRAIT.
           MOVE 'N' TO TROUVE.
                   MOVE 'O' TO TROUVE
                   MOVE NUM-COMPTE TO NUM-COMPTE-BLO
                   PERFORM LIRE-BLOCAGE-COMPTE
                   IF REPONSE = 'D' OR REPONSE = 'V' OR REPONSE = 'P'
                       PERFORM CONTROLER-BLOCAGE-CREDIT
                       IF CREDIT-BLOQUE = 'N'
                           ADD MONTANT TO SOLDE
                               ELSE
                                   MOVE "découvert autorisé dépassé"
                                       TO MOTIF-REJET
                                   IF REPONSE NOT = 'C'
                                       PERFORM SIGNALER-DEBIT-REFUSE
                                   END-IF
                               END-IF
                           ELSE
                               IF TYPE-COMPTE = "Terme" AND
                           END-IF
                       END-IF
                   END-IF
      *            Un compte prêt ne se mouvemente que par les     *
      *            traitements des prêts (codes K et A), et les    *
      *            fonds d'un prêt ne se versent que sur un compte *
      *            courant.                                        *
                   IF TYPE-COMPTE = "Pret"
                       MOVE 'N' TO OPERATION-OK
                       MOVE "compte de prêt" TO MOTIF-REJET
                   END-IF
                   IF REPONSE = 'P' AND TYPE-COMPTE NOT = "Courant"
                       AND TYPE-COMPTE NOT = "Pret"
                       MOVE 'N' TO OPERATION-OK
                       MOVE "fonds de prêt : compte courant seul"
                           TO MOTIF-REJET
                   END-IF
                   IF OPERATION-OK = 'O'
                       REWRITE ENREG-COMPTE
                       PERFORM ECRIRE-MOUVEMENT
           MOVE REPONSE TO CODE-MVT.
           MOVE MONTANT TO MONTANT-MVT.
           MOVE SOLDE TO SOLDE-MVT.
           MOVE OPERATEUR-CONNECTE TO OPERATEUR-MVT.
           OPEN EXTEND FICHIER-MVT.
           WRITE ENREG-MVT.
           CLOSE FICHIER-MVT.

      *------------------------------------------------------------*
      * DETERMINER LE SENS DU MOUVEMENT COURAMMENT LU              *
      * Codes au crédit du compte : D (dépôt), I (intérêts),       *
      * V (virement externe reçu), Y (extourne d'un débit),        *
      * P (fonds d'un prêt versés) et A (capital remboursé sur le  *
      * compte prêt). Tout autre code (R retrait, C chèque,        *
      * F retenue fiscale, E virement externe émis, X extourne     *
      * d'un crédit, K capital prêté, L échéance de prêt,          *
      * M prélèvement SEPA, S solde reporté à montant nul) porte   *
      * un débit. Sortie :                                         *
      * MVT-AU-CREDIT. Utilisé par le rejeu de l'historique et     *
      * par l'export comptable.                                    *
      *------------------------------------------------------------*
       DETERMINER-SENS-MVT.
           IF CODE-MVT = 'D' OR CODE-MVT = 'I' OR CODE-MVT = 'V'
               OR CODE-MVT = 'Y' OR CODE-MVT = 'P' OR CODE-MVT = 'A'
               MOVE 'O' TO MVT-AU-CREDIT
           ELSE
               MOVE 'N' TO MVT-AU-CREDIT
               DISPLAY "Virement effectué avec succès."
           ELSE
               DISPLAY "Virement refusé : " MOTIF-REJET
               IF DECOUVERT-REFUSE = 'O'
                   PERFORM SIGNALER-VIREMENT-REFUSE
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * CONTROLER UN VIREMENT AVANT DE L'APPLIQUER                 *
      * Vérifie à partir de NUM-SOURCE, NUM-DEST et MONTANT que    *
      * les deux comptes existent, qu'ils sont distincts, qu'aucun *
      * n'est un compte prêt (il ne se mouvemente que par les      *
      * traitements des prêts), que le registre des blocages ne    *
      * s'oppose ni au débit de la source ni au crédit de la       *
      * destination, et que les fonds sont disponibles (découvert  *
      * autorisé compris pour un compte Courant). Positionne       *
      * VIREMENT-OK et, en cas de refus, MOTIF-REJET ;             *
      * DECOUVERT-REFUSE signale un refus pour dépassement du      *
      * découvert et TITU-SOURCE garde le titulaire de la source,  *
      * pour l'avis au client. Utilisé par la saisie au guichet    *
      * comme par l'exécution des virements permanents.            *
      *------------------------------------------------------------*
       CONTROLER-VIREMENT.
           MOVE 'N' TO TROUVE-SOURCE.
           MOVE 'N' TO TROUVE-DEST.
           MOVE 'N' TO DECOUVERT-REFUSE.
           MOVE 0 TO TITU-SOURCE.
           OPEN INPUT FICHIER-COMPTE.
           MOVE NUM-SOURCE TO NUM-COMPTE.
           READ FICHIER-COMPTE
                   MOVE SOLDE TO SOLDE-SOURCE
                   MOVE TYPE-COMPTE TO TYPE-SOURCE
                   MOVE DATE-ECHEANCE TO ECHEANCE-SOURCE
                   MOVE NUM-CLIENT-TITU TO TITU-SOURCE
           END-READ.
           MOVE NUM-DEST TO NUM-COMPTE.
           READ FICHIER-COMPTE
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO TROUVE-DEST
                   MOVE TYPE-COMPTE TO TYPE-DEST
           END-READ.
           CLOSE FICHIER-COMPTE.

               IF TROUVE-SOURCE = 'N' OR TROUVE-DEST = 'N'
                   MOVE "compte introuvable" TO MOTIF-REJET
               ELSE
                   IF TYPE-SOURCE = "Pret" OR TYPE-DEST = "Pret"
                       MOVE "compte de prêt" TO MOTIF-REJET
                   ELSE
                       COMPUTE SOLDE-SIMULE = SOLDE-SOURCE - MONTANT
                       MOVE NUM-SOURCE TO NUM-COMPTE-BLO
                       PERFORM LIRE-BLOCAGE-COMPTE
                       MOVE SOLDE-SIMULE TO SOLDE-APRES-DEBIT
                       PERFORM CONTROLER-BLOCAGE-DEBIT
                       IF DEBIT-BLOQUE = 'N'
                           MOVE NUM-DEST TO NUM-COMPTE-BLO
                           PERFORM LIRE-BLOCAGE-COMPTE
                           PERFORM CONTROLER-BLOCAGE-CREDIT
                       END-IF
                       IF DEBIT-BLOQUE = 'O' OR CREDIT-BLOQUE = 'O'
                           CONTINUE
                       ELSE
                           IF TYPE-SOURCE = "Terme" AND
                               DATE-AUJOURD(1:8) < ECHEANCE-SOURCE(1:8)
                               MOVE "compte à terme non échu"
                                   TO MOTIF-REJET
                           ELSE
                               IF TYPE-SOURCE = "Courant"
                                   MOVE NUM-SOURCE TO DECOUVERT-NUM
                                   MOVE TYPE-SOURCE TO DECOUVERT-TYPE
                                   PERFORM LIRE-DECOUVERT-COMPTE
                                   IF SOLDE-SIMULE >=
                                           (0 - LIMITE-DECOUVERT)
                                       MOVE 'O' TO VIREMENT-OK
                                   ELSE
                                       MOVE 'O' TO DECOUVERT-REFUSE
                                   END-IF
                               ELSE
                                   IF SOLDE-SIMULE >= 0
                                       MOVE 'O' TO VIREMENT-OK
                                   END-IF
                               END-IF
                               IF VIREMENT-OK = 'N'
                                   MOVE "solde insuffisant"
                                       TO MOTIF-REJET
                               END-IF
                           END-IF
                       END-IF
                   END-IF
      *------------------------------------------------------------*
       PARCOURIR-HISTO-RELEVE.
           MOVE 'N' TO EOF-HISTO.
           PERFORM OUVRIR-REGISTRE-EXTOURNES.
           OPEN INPUT FICHIER-HISTO.
           MOVE NUM-ENTREE TO HIS-NUM-COMPTE.
           MOVE SPACES TO HIS-DATE.
                           MOVE 'O' TO EOF-HISTO
                       ELSE
                           PERFORM CHARGER-MVT-DEPUIS-HISTO
                           PERFORM CHERCHER-LIEN-EXTOURNE
                           PERFORM FILTRER-MVT-RELEVE
                           MOVE SPACES TO LIBELLE-EXTOURNE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-HISTO.
           PERFORM FERMER-REGISTRE-EXTOURNES.

      *------------------------------------------------------------*
      * PARCOURIR L'HISTORIQUE INDEXE POUR LES SOLDES DE PERIODE   *

      *------------------------------------------------------------*
      * ECRIRE UNE LIGNE DE MOUVEMENT SUR LE RELEVE                *
      * Une écriture extournée ou d'extourne porte en fin de ligne *
      * la date et le rang de l'autre écriture de la paire (relevé *
      * tiré de l'historique indexé seulement).                    *
      *------------------------------------------------------------*
       ECRIRE-LIGNE-MVT-RELEVE.
           IF MVT-TROUVE = 'N'

           MOVE SPACES TO LIGNE-RELEVE.
           STRING DATE-MVT(1:8) "  " CODE-MVT "  " MONTANT-MVT
               "  Solde : " SOLDE-MVT " " LIBELLE-EXTOURNE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

           MOVE 0 TO NB-COURANT.
           MOVE 0 TO NB-EPARGNE.
           MOVE 0 TO NB-TERME.
           MOVE 0 TO NB-PRET.
           MOVE 0 TO TOTAL-COURANT.
           MOVE 0 TO TOTAL-EPARGNE.
           MOVE 0 TO TOTAL-TERME.
           MOVE 0 TO TOTAL-PRET.
           MOVE 0 TO TOTAL-GENERAL.
           MOVE 'N' TO EOF.
           OPEN INPUT FICHIER-COMPTE.
                           WHEN "Terme"
                               ADD 1 TO NB-TERME
                               ADD SOLDE TO TOTAL-TERME
                           WHEN "Pret"
                               ADD 1 TO NB-PRET
                               ADD SOLDE TO TOTAL-PRET
                           WHEN OTHER
                               ADD 1 TO NB-EPARGNE
                               ADD SOLDE TO TOTAL-EPARGNE
           CLOSE FICHIER-COMPTE.

           COMPUTE TOTAL-GENERAL = TOTAL-COURANT + TOTAL-EPARGNE
               + TOTAL-TERME + TOTAL-PRET.

           DISPLAY "--------------------------------".
           DISPLAY "Arrêté journalier - totaux de contrôle".
                   " compte(s), solde : " TOTAL-EPARGNE.
           DISPLAY "  Terme    : " NB-TERME
                   " compte(s), solde : " TOTAL-TERME.
           DISPLAY "  Pret     : " NB-PRET
                   " compte(s), solde : " TOTAL-PRET.
           DISPLAY "Solde global tous comptes : " TOTAL-GENERAL.
           PERFORM POSITION-ESPECES-AGENCE.

      *------------------------------------------------------------*
      * SUPPRIMER UN COMPTE                                        *
      *            levé au préalable par le menu des blocages.     *
                   MOVE NUM-ENTREE TO NUM-COMPTE-BLO
                   PERFORM LIRE-BLOCAGE-COMPTE
      *            Un prêt non soldé, ou le Courant qui en porte   *
      *            les échéances, ne se clôt pas davantage.        *
                   PERFORM CONTROLER-PRETS-LIES
                   IF BLOCAGE-TROUVE = 'O'
                       DISPLAY "Compte sous blocage ("
                           BLOCAGE-MOTIF-LU ") :"
                           DELIMITED BY SIZE INTO RESULTAT-AUDIT
                       PERFORM ECRIRE-AUDIT
                   ELSE
                       IF PRET-LIE-TROUVE = 'O'
                           DISPLAY "Prêt en cours sur ce compte :"
                               " clôture impossible avant son"
                               " remboursement."
                           MOVE SPACES TO RESULTAT-AUDIT
                           STRING "compte " NUM-ENTREE " : clôture"
                               " refusée, prêt en cours"
                               DELIMITED BY SIZE INTO RESULTAT-AUDIT
                           PERFORM ECRIRE-AUDIT
                       ELSE
                           PERFORM CONTROLER-COTITULAIRES-CLOTURE
                           IF CLOTURE-AUTORISEE = 'O'
                               PERFORM ARCHIVER-COMPTE-CLOTURE
                               PERFORM DECLARER-CLOTURE-FICOBA
                               DELETE FICHIER-COMPTE RECORD
                               PERFORM PURGER-HABILITATIONS-COMPTE
                               PERFORM PURGER-BLOCAGE-COMPTE
                               MOVE SPACES TO RESULTAT-AUDIT
                               STRING "compte " NUM-ENTREE " supprimé"
                                   DELIMITED BY SIZE
                                   INTO RESULTAT-AUDIT
                               PERFORM ECRIRE-AUDIT
                               DISPLAY "Compte supprimé avec succès."
                           ELSE
                               MOVE SPACES TO RESULTAT-AUDIT
                               STRING "compte " NUM-ENTREE " : clôture"
                                   " refusée sans l'accord des"
                                   " co-titulaires"
                                   DELIMITED BY SIZE
                                   INTO RESULTAT-AUDIT
                               PERFORM ECRIRE-AUDIT
                               DISPLAY "Clôture abandonnée."
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *------------------------------------------------------------*
      * PURGER LES HABILITATIONS D'UN COMPTE CLOS                  *
      * Chaque co-titulaire ou mandataire est déclaré à FICOBA     *
      * avec la clôture (DECLARER-CLOTURE-FICOBA a posé la nature  *
      * et le compte).                                             *
      *------------------------------------------------------------*
       PURGER-HABILITATIONS-COMPTE.
           MOVE 'N' TO EOF-HAB.
                       AT END MOVE 'O' TO EOF-HAB
                       NOT AT END
                           IF HAB-NUM-COMPTE = NUM-ENTREE
                               MOVE HAB-NUM-CLIENT TO FICOBA-CLIENT
                               MOVE HAB-ROLE TO FICOBA-ROLE
                               PERFORM ENREGISTRER-EVT-FICOBA
                               DELETE FICHIER-HABILITATION RECORD
                           END-IF
                   END-READ
                           DISPLAY "Au          : " VP-DATE-FIN(1:8)
                           DISPLAY "Dernière exécution : "
                               VP-DERNIERE-EXEC(1:8)
                           EVALUATE VP-STATUT
                               WHEN 'A'
                                   DISPLAY "Statut      : actif"
                               WHEN 'S'
                                   DISPLAY "Statut      : suspendu"
                                       " (décès du titulaire)"
                               WHEN OTHER
                                   DISPLAY "Statut      : annulé"
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-VP
      *------------------------------------------------------------*
      * ANNULER UN VIREMENT PERMANENT                              *
      * L'ordre est conservé sur le fichier avec le statut annulé, *
      * pour garder la trace des ordres passés. Un ordre suspendu  *
      * au décès du titulaire peut aussi être annulé.              *
      *------------------------------------------------------------*
       ANNULER-VP.
           DISPLAY "Numéro de l'ordre à annuler : ".
               INVALID KEY
                   DISPLAY "Ordre introuvable."
               NOT INVALID KEY
                   IF VP-STATUT = 'A' OR VP-STATUT = 'S'
                       MOVE 'N' TO VP-STATUT
                       REWRITE ENREG-VP
                       DISPLAY "Ordre n. " NUM-VP " annulé."
           MOVE 'N' TO VP-A-EXECUTER.
           MOVE SPACES TO MOTIF-REJET.
           IF VP-STATUT NOT = 'A'
               IF VP-STATUT = 'S'
                   MOVE "ordre suspendu (décès)" TO MOTIF-REJET
               ELSE
                   MOVE "ordre annulé" TO MOTIF-REJET
               END-IF
           ELSE
               IF VP-DATE-DEBUT(1:8) > DATE-AUJOURD(1:8)
                   MOVE "pas encore en vigueur" TO MOTIF-REJET
               ELSE
                   ADD 1 TO NB-VP-REJETES
                   PERFORM ECRIRE-LIGNE-RAPPORT-VP
                   PERFORM SIGNALER-VP-REJETE
               END-IF
           END-IF.

           MOVE ADRESSE-ENTREE TO ADRESSE-CLIENT.
           MOVE TEL-ENTREE TO TEL-CLIENT.
           MOVE PIECE-ENTREE TO PIECE-IDENTITE.
           MOVE SPACES TO DATE-DECES.
           WRITE ENREG-CLIENT
               INVALID KEY
                   DISPLAY "Fiche non enregistrée, réessayez."

      *------------------------------------------------------------*
      * MODIFIER UNE FICHE CLIENT                                  *
      * Une réponse vide conserve la valeur en place. Un           *
      * changement de nom, d'adresse ou de pièce d'identité est    *
      * déclaré à FICOBA pour chaque compte du client (le          *
      * téléphone n'y figure pas).                                 *
      *------------------------------------------------------------*
       MODIFIER-CLIENT.
           DISPLAY "Numéro de client à modifier : ".
           ACCEPT NUM-CLIENT-ENTREE.
           MOVE 'N' TO FICOBA-MODIF.
           OPEN I-O FICHIER-CLIENT.
           MOVE NUM-CLIENT-ENTREE TO NUM-CLIENT.
           READ FICHIER-CLIENT
               INVALID KEY
                   DISPLAY "Client introuvable."
               NOT INVALID KEY
                   MOVE NOM-COMPLET TO FICOBA-ANCIEN-NOM
                   MOVE ADRESSE-CLIENT TO FICOBA-ANCIENNE-ADR
                   MOVE PIECE-IDENTITE TO FICOBA-ANCIENNE-PIECE
                   PERFORM SAISIR-MODIF-CLIENT
                   REWRITE ENREG-CLIENT
                   DISPLAY "Fiche client mise à jour."
                   IF NOM-COMPLET NOT = FICOBA-ANCIEN-NOM
                       OR ADRESSE-CLIENT NOT = FICOBA-ANCIENNE-ADR
                       OR PIECE-IDENTITE NOT = FICOBA-ANCIENNE-PIECE
                       MOVE 'O' TO FICOBA-MODIF
                   END-IF
           END-READ.
           CLOSE FICHIER-CLIENT.
           IF FICOBA-MODIF = 'O'
               PERFORM DECLARER-MODIF-CLIENT-FICOBA
           END-IF.

      *------------------------------------------------------------*
      * SAISIR LES MODIFICATIONS D'UNE FICHE CLIENT                *
                   DISPLAY "Adresse     : " ADRESSE-CLIENT
                   DISPLAY "Téléphone   : " TEL-CLIENT
                   DISPLAY "Pièce d'id. : " PIECE-IDENTITE
                   IF DATE-DECES NOT = SPACES
                       DISPLAY "Décédé le   : " DATE-DECES
                   END-IF
           END-READ.
           CLOSE FICHIER-CLIENT.

      *------------------------------------------------------------*
      * LIRE LE NOM D'UN CLIENT SUR LE REFERENTIEL                 *
      * Entrée : NUM-CLIENT-ENTREE. Sortie : TROUVE-CLIENT et      *
      * NOM-TITULAIRE ("client inconnu" si la fiche n'existe pas), *
      * DATE-DECES-LUE (à blanc si le client n'est pas décédé).    *
      *------------------------------------------------------------*
       LIRE-NOM-CLIENT.
           MOVE 'N' TO TROUVE-CLIENT.
           MOVE "(client inconnu)" TO NOM-TITULAIRE.
           MOVE SPACES TO DATE-DECES-LUE.
           OPEN INPUT FICHIER-CLIENT.
           MOVE NUM-CLIENT-ENTREE TO NUM-CLIENT.
           READ FICHIER-CLIENT
               NOT INVALID KEY
                   MOVE 'O' TO TROUVE-CLIENT
                   MOVE NOM-COMPLET TO NOM-TITULAIRE
                   MOVE DATE-DECES TO DATE-DECES-LUE
           END-READ.
           CLOSE FICHIER-CLIENT.

                       DISPLAY "Ce client est déjà le titulaire"
                           " principal du compte."
                   ELSE
                       IF DATE-DECES-LUE NOT = SPACES
                           DISPLAY "Client décédé le " DATE-DECES-LUE
                               " : habilitation refusée."
                       ELSE
                           DISPLAY "Personne : " NOM-TITULAIRE
                           PERFORM SAISIR-ET-CREER-HABILITATION
                       END-IF
                   END-IF
               END-IF
           END-IF.
                       HAB-NUM-CLIENT " rôle " HAB-ROLE
                       DELIMITED BY SIZE INTO RESULTAT-AUDIT
                   PERFORM ECRIRE-AUDIT
                   MOVE 'A' TO FICOBA-NATURE
                   MOVE ROLE-ENTREE TO FICOBA-ROLE
                   PERFORM DECLARER-HABILITATION-FICOBA
           END-WRITE.
           CLOSE FICHIER-HABILITATION.

               INVALID KEY
                   DISPLAY "Habilitation introuvable."
               NOT INVALID KEY
                   MOVE HAB-ROLE TO FICOBA-ROLE
                   DELETE FICHIER-HABILITATION RECORD
                   DISPLAY "Habilitation retirée."
                   MOVE 'R' TO FICOBA-NATURE
                   PERFORM DECLARER-HABILITATION-FICOBA
                   MOVE "RETRAIT HABILITATION" TO ACTION-AUDIT
                   MOVE SPACES TO RESULTAT-AUDIT
                   STRING "compte " COMPTE-HAB-ENTREE " client "
                   ADD 1 TO NB-OPS-APPLIQUEES
               ELSE
                   PERFORM REJETER-OPERATION
                   IF DECOUVERT-REFUSE = 'O'
                       PERFORM SIGNALER-VIREMENT-REFUSE
                   END-IF
               END-IF
           END-IF.

               MOTIF-REJET
               DELIMITED BY SIZE INTO LIGNE-CHQ-REJET.
           WRITE LIGNE-CHQ-REJET.
           IF PRES-NUM-COMPTE IS NUMERIC
               AND PRES-MONTANT IS NUMERIC
               PERFORM SIGNALER-CHEQUE-REJETE
           END-IF.

      *------------------------------------------------------------*
      * SOUS-MENU DES VIREMENTS INTERBANCAIRES                     *
                       BLO-TYPE " : " BLO-MOTIF
                       DELIMITED BY SIZE INTO RESULTAT-AUDIT
                   PERFORM ECRIRE-AUDIT
                   PERFORM SIGNALER-BLOCAGE-POSE
           END-WRITE.
           CLOSE FICHIER-BLOCAGE.

           END-PERFORM.
           IF SESSION-OUVERTE = 'N'
               DISPLAY "Trop d'essais infructueux, arrêt."
           ELSE
               PERFORM OUVRIR-CAISSE
           END-IF.

      *------------------------------------------------------------*
       SAISIR-TYPE-COMPTE.
           MOVE 'N' TO TYPE-VALIDE.
           PERFORM UNTIL TYPE-VALIDE = 'O'
               DISPLAY "Type de compte (Courant/Epargne/Terme/Pret) : "
               ACCEPT TYPE-ENTREE
               PERFORM CONTROLER-TYPE-COMPTE
               IF TYPE-VALIDE = 'N'
                   DISPLAY "Type inconnu : Courant, Epargne, Terme"
                       " ou Pret attendu."
               END-IF
           END-PERFORM.

      *------------------------------------------------------------*
       CONTROLER-TYPE-COMPTE.
           IF TYPE-ENTREE = "Courant" OR TYPE-ENTREE = "Epargne"
               OR TYPE-ENTREE = "Terme" OR TYPE-ENTREE = "Pret"
               MOVE 'O' TO TYPE-VALIDE
           ELSE
               MOVE 'N' TO TYPE-VALIDE
       CONTROLER-QUALITE-COMPTE.
           IF TYPE-COMPTE NOT = "Courant" AND TYPE-COMPTE NOT =
                   "Epargne" AND TYPE-COMPTE NOT = "Terme"
                   AND TYPE-COMPTE NOT = "Pret"
               MOVE SPACES TO MOTIF-REJET
               STRING "type invalide : " TYPE-COMPTE
                   DELIMITED BY SIZE INTO MOTIF-REJET
                       TO MOTIF-REJET
                   PERFORM ECRIRE-ANOMALIE-QUALITE
               END-IF
               IF TYPE-COMPTE = "Pret" AND SOLDE > 0
                   MOVE "solde créditeur sur compte prêt"
                       TO MOTIF-REJET
                   PERFORM ECRIRE-ANOMALIE-QUALITE
               END-IF
               IF TYPE-COMPTE = "Courant"
                   MOVE NUM-COMPTE TO DECOUVERT-NUM
                   MOVE TYPE-COMPTE TO DECOUVERT-TYPE
                   DELIMITED BY SIZE INTO MOTIF-REJET
               PERFORM ECRIRE-ANOMALIE-QUALITE
           END-IF.
           IF TYPE-COMPTE = "Terme" OR TYPE-COMPTE = "Pret"
               MOVE DATE-ECHEANCE(1:8) TO DATE-SAISIE
               PERFORM CONTROLER-DATE-SAISIE
               IF DATE-VALIDE = 'N'
           OPEN OUTPUT FICHIER-EXPORT.

           MOVE 'N' TO EOF.
           MOVE 0 TO DERNIER-LIEN-COMPTE.
           MOVE SPACES TO DERNIER-LIEN-DATE.
           MOVE 0 TO DERNIER-LIEN-SEQ.
           OPEN INPUT FICHIER-MVT.
           OPEN INPUT FICHIER-COMPTE.
           PERFORM OUVRIR-REGISTRE-EXTOURNES.
           IF FS-MVT NOT = "35"
               PERFORM UNTIL EOF = 'O'
                   READ FICHIER-MVT
               CLOSE FICHIER-MVT
           END-IF.
           CLOSE FICHIER-COMPTE.
           PERFORM FERMER-REGISTRE-EXTOURNES.

           MOVE SPACES TO LIGNE-EXPORT.
           MOVE TOTAL-EXPORT TO TOTAL-EDIT.
               READ FICHIER-PARAM-CPTA
                   AT END MOVE 'O' TO EOF-PRM
                   NOT AT END
                       IF NB-PARAM-CPTA < 40
                           ADD 1 TO NB-PARAM-CPTA
                           MOVE PRM-CODE-MVT
                               TO TAB-CODE-MVT(NB-PARAM-CPTA)
                               TO TAB-COMPTE-GL(NB-PARAM-CPTA)
                       ELSE
                           DISPLAY "PARAM-COMPTA.txt : ligne au-delà"
                               " de 40 ignorée : " ENREG-PARAM-CPTA
                       END-IF
               END-READ
           END-PERFORM.
      * COMPLETER LE PARAMETRAGE AVEC LES CODES MOUVEMENT AJOUTES  *
      * DEPUIS LA CREATION DU FICHIER                              *
      * Un PARAM-COMPTA.txt constitué avant l'arrivée des codes    *
      * C, I, F, E et V (puis K, A, P et L des prêts, M des        *
      * prélèvements SEPA) n'en porte                              *
      * aucune correspondance : sans                               *
      * cette complétion, la retenue fiscale et les virements      *
      * externes partiraient silencieusement sur le compte         *
      * d'attente 999999. Chaque correspondance absente est        *
           MOVE "Terme" TO PARAM-TYPE-REQ.
           MOVE "512305" TO PARAM-GL-REQ.
           PERFORM VERIFIER-AJOUTER-PARAM.
           MOVE 'K' TO PARAM-CODE-REQ.
           MOVE "Pret" TO PARAM-TYPE-REQ.
           MOVE "272100" TO PARAM-GL-REQ.
           PERFORM VERIFIER-AJOUTER-PARAM.
           MOVE 'A' TO PARAM-CODE-REQ.
           MOVE "Pret" TO PARAM-TYPE-REQ.
           MOVE "272100" TO PARAM-GL-REQ.
           PERFORM VERIFIER-AJOUTER-PARAM.
           MOVE 'P' TO PARAM-CODE-REQ.
           MOVE "Courant" TO PARAM-TYPE-REQ.
           MOVE "512106" TO PARAM-GL-REQ.
           PERFORM VERIFIER-AJOUTER-PARAM.
           MOVE 'L' TO PARAM-CODE-REQ.
           MOVE "Courant" TO PARAM-TYPE-REQ.
           MOVE "512107" TO PARAM-GL-REQ.
           PERFORM VERIFIER-AJOUTER-PARAM.
           MOVE 'M' TO PARAM-CODE-REQ.
           MOVE "Courant" TO PARAM-TYPE-REQ.
           MOVE "512108" TO PARAM-GL-REQ.
           PERFORM VERIFIER-AJOUTER-PARAM.
           IF NB-PARAM-AJOUTS > 0
               DISPLAY "PARAM-COMPTA.txt complété : "
                   NB-PARAM-AJOUTS " correspondance(s) par défaut"
               END-IF
           END-PERFORM.
           IF PARAM-REQ-PRESENT = 'N'
               IF NB-PARAM-CPTA >= 40
                   DISPLAY "PARAM-COMPTA.txt plein : ajoutez la"
                       " ligne " PARAM-CODE-REQ ";" PARAM-TYPE-REQ
                       ";" PARAM-GL-REQ " à la main."
           MOVE "Terme" TO PRM-TYPE-COMPTE.
           MOVE "512305" TO PRM-COMPTE-GL.
           PERFORM ECRIRE-PARAM-DEFAUT.
           MOVE 'K' TO PRM-CODE-MVT.
           MOVE "Pret" TO PRM-TYPE-COMPTE.
           MOVE "272100" TO PRM-COMPTE-GL.
           PERFORM ECRIRE-PARAM-DEFAUT.
           MOVE 'A' TO PRM-CODE-MVT.
           MOVE "Pret" TO PRM-TYPE-COMPTE.
           MOVE "272100" TO PRM-COMPTE-GL.
           PERFORM ECRIRE-PARAM-DEFAUT.
           MOVE 'P' TO PRM-CODE-MVT.
           MOVE "Courant" TO PRM-TYPE-COMPTE.
           MOVE "512106" TO PRM-COMPTE-GL.
           PERFORM ECRIRE-PARAM-DEFAUT.
           MOVE 'L' TO PRM-CODE-MVT.
           MOVE "Courant" TO PRM-TYPE-COMPTE.
           MOVE "512107" TO PRM-COMPTE-GL.
           PERFORM ECRIRE-PARAM-DEFAUT.
           MOVE 'M' TO PRM-CODE-MVT.
           MOVE "Courant" TO PRM-TYPE-COMPTE.
           MOVE "512108" TO PRM-COMPTE-GL.
           PERFORM ECRIRE-PARAM-DEFAUT.
           CLOSE FICHIER-PARAM-CPTA.
           IF PARAM-CPTA-KO = 'O'
               DISPLAY "Échec d'écriture de PARAM-COMPTA.txt :"
      * portant un code (TAUXEP = taux d'épargne mensuel en %,     *
      * FRAIS = frais de tenue mensuels, AGIOS = taux d'agios      *
      * annuel en %, DECOUV = découvert autorisé, RETFIS = taux de *
      * retenue fiscale sur les intérêts en %, et les seuils de la *
      * surveillance anti-blanchiment LCBSEU, LCBFRN, LCBFRJ,      *
      * LCBFRP, LCBARJ, LCBARP et LCBDOR), une date                *
      * d'effet AAAAMMJJ, une clé facultative (numéro de compte ou *
      * type de compte pour DECOUV) et la valeur au millième.      *
      * Les traitements y puisent la valeur en vigueur : la ligne  *
                   OR CODE-BAR-ENTREE = "AGIOS"
                   OR CODE-BAR-ENTREE = "DECOUV"
                   OR CODE-BAR-ENTREE = "RETFIS"
                   OR CODE-BAR-ENTREE = "LCBSEU"
                   OR CODE-BAR-ENTREE = "LCBFRN"
                   OR CODE-BAR-ENTREE = "LCBFRJ"
                   OR CODE-BAR-ENTREE = "LCBFRP"
                   OR CODE-BAR-ENTREE = "LCBARJ"
                   OR CODE-BAR-ENTREE = "LCBARP"
                   OR CODE-BAR-ENTREE = "LCBDOR"
               DISPLAY "Code (TAUXEP/FRAIS/AGIOS/DECOUV/RETFIS"
               DISPLAY "  ou seuil anti-blanchiment LCBSEU/LCBFRN/"
                   "LCBFRJ/LCBFRP/LCBARJ/LCBARP/LCBDOR) : "
               ACCEPT CODE-BAR-ENTREE
           END-PERFORM.
           MOVE "Date d'effet (AAAAMMJJ) : " TO LIBELLE-DATE.
      * placement à terme dont l'échéance est postérieure à la     *
      * période n'est pas examiné non plus : il n'a par nature     *
      * aucun mouvement entre l'ouverture et l'échéance, et son    *
      * immobilisation est contractuelle, pas une déshérence. Un   *
      * compte prêt n'est jamais examiné : c'est une créance de la *
      * banque, pas un avoir du client.                            *
      *------------------------------------------------------------*
       EXAMINER-INACTIVITE-COMPTE.
           MOVE NUM-COMPTE TO NUM-COMPTE-BLO.
           IF BLOCAGE-TROUVE = 'O' AND BLOCAGE-TYPE-LU = 'I'
               CONTINUE
           ELSE
               IF TYPE-COMPTE = "Pret"
                   OR (TYPE-COMPTE = "Terme"
                   AND DATE-ECHEANCE(1:8) NOT = SPACES
                   AND DATE-ECHEANCE(1:6) > PERIODE-SAISIE)
                   CONTINUE
               ELSE
                   PERFORM CHERCHER-DERNIER-MVT-COMPTE
      * RECENT QUE CELUI DEJA VU                                   *
      * Seules les opérations du client comptent : les écritures   *
      * générées par la banque elle-même (S solde reporté,         *
      * I intérêts crédités, F retenue fiscale, X et Y extournes,  *
      * L échéance de prêt prélevée d'office) relanceraient sinon  *
      * le compteur d'inactivité de chaque compte Epargne à chaque *
      * tombée mensuelle.                                          *
      *------------------------------------------------------------*
       CUMULER-DERNIER-MVT.
           IF NUM-MVT = NUM-COMPTE
               AND CODE-MVT NOT = 'S'
               AND CODE-MVT NOT = 'I'
               AND CODE-MVT NOT = 'F'
               AND CODE-MVT NOT = 'X'
               AND CODE-MVT NOT = 'Y'
               AND CODE-MVT NOT = 'L'
               AND DATE-MVT(1:8) > DERNIERE-DATE-MVT
               MOVE DATE-MVT(1:8) TO DERNIERE-DATE-MVT
           END-IF.
               INVALID KEY
                   DISPLAY "Compte " NUM-COMPTE " : blocage"
                       " existant conservé, courrier édité."
               NOT INVALID KEY
                   PERFORM SIGNALER-DESHERENCE
           END-WRITE.
           CLOSE FICHIER-BLOCAGE.

      * CLOTURE MENSUELLE ENCHAINEE                                *
      * Déroule les traitements périodiques dans l'ordre du plan   *
      * PLAN-CLOTURE.txt (une étape par ligne, créé avec l'ordre   *
      * d'usage au premier passage : le contrôle d'intégrité en    *
      * tête, les agios avant l'export comptable, la bascule en    *
      * dernier), avec une seule saisie de la période. Un écart    *
      * solde / journal arrête la chaîne avant toute écriture.     *
      * Chaque étape reste sous le contrôle du registre des        *
      * batchs : une étape déjà terminée est sautée et une chaîne  *
      * cassée en plein milieu reprend là où le registre l'a       *
      * laissée. La chaîne s'arrête au premier incident et         *
      * imprime un compte rendu étape par étape.                   *
      *------------------------------------------------------------*
       CLOTURE-MENSUELLE.
           PERFORM SAISIR-PERIODE-MENSUELLE.
      *------------------------------------------------------------*
      * CHARGER LE PLAN DE CLOTURE EN TABLE                        *
      * PLAN-CLOTURE.txt est créé avec l'ordre d'usage s'il        *
      * n'existe pas encore, et complété des étapes venues depuis  *
      * s'il existe déjà.                                          *
      *------------------------------------------------------------*
       CHARGER-PLAN-CLOTURE.
           OPEN INPUT FICHIER-PLAN.
               END-READ
           END-PERFORM.
           CLOSE FICHIER-PLAN.
           IF NB-ETAPES > 0
               PERFORM COMPLETER-PLAN-CLOTURE
           END-IF.

      *------------------------------------------------------------*
      * COMPLETER UN PLAN DE CLOTURE EXISTANT                      *
      * Un PLAN-CLOTURE.txt créé par une version antérieure ne     *
      * porte ni le contrôle d'intégrité ni les échéances des      *
      * prêts : sans cette complétion, la chaîne ne les passerait  *
      * jamais. Le contrôle d'intégrité est inséré en tête, les    *
      * échéances des prêts avant les frais et agios (à défaut, en *
      * fin de plan). Une étape déjà présente, à quelque rang que  *
      * ce soit, est laissée à sa place. Le fichier est réécrit    *
      * d'après la table si une étape a été ajoutée.               *
      *------------------------------------------------------------*
       COMPLETER-PLAN-CLOTURE.
           MOVE 0 TO NB-ETAPES-AJOUTEES.
           MOVE "CONTROLE-INTEGRITE" TO ETAPE-CHERCHEE.
           PERFORM CHERCHER-ETAPE-PLAN.
           IF RANG-ETAPE-TROUVEE = 0
               MOVE 1 TO RANG-ETAPE-INSEREE
               PERFORM INSERER-ETAPE-PLAN
           END-IF.
           MOVE "ECHEANCES-PRETS" TO ETAPE-CHERCHEE.
           PERFORM CHERCHER-ETAPE-PLAN.
           IF RANG-ETAPE-TROUVEE = 0
               MOVE "FRAIS-AGIOS" TO ETAPE-CHERCHEE
               PERFORM CHERCHER-ETAPE-PLAN
               IF RANG-ETAPE-TROUVEE = 0
                   COMPUTE RANG-ETAPE-INSEREE = NB-ETAPES + 1
               ELSE
                   MOVE RANG-ETAPE-TROUVEE TO RANG-ETAPE-INSEREE
               END-IF
               MOVE "ECHEANCES-PRETS" TO ETAPE-CHERCHEE
               PERFORM INSERER-ETAPE-PLAN
           END-IF.

           IF NB-ETAPES-AJOUTEES > 0
               OPEN OUTPUT FICHIER-PLAN
               PERFORM VARYING IDX-ETAPE FROM 1 BY 1
                       UNTIL IDX-ETAPE > NB-ETAPES
                   MOVE ETAPE-NOM(IDX-ETAPE) TO PLAN-ETAPE
                   WRITE ENREG-PLAN
               END-PERFORM
               CLOSE FICHIER-PLAN
               DISPLAY "PLAN-CLOTURE.txt complété : "
                   NB-ETAPES-AJOUTEES " étape(s) ajoutée(s)."
           END-IF.

      *------------------------------------------------------------*
      * CHERCHER UNE ETAPE DANS LE PLAN CHARGE                     *
      * Entrée : ETAPE-CHERCHEE. Sortie : RANG-ETAPE-TROUVEE (0 si *
      * l'étape n'est pas au plan).                                *
      *------------------------------------------------------------*
       CHERCHER-ETAPE-PLAN.
           MOVE 0 TO RANG-ETAPE-TROUVEE.
           PERFORM VARYING IDX-ETAPE FROM 1 BY 1
                   UNTIL IDX-ETAPE > NB-ETAPES
                   OR RANG-ETAPE-TROUVEE > 0
               IF ETAPE-NOM(IDX-ETAPE) = ETAPE-CHERCHEE
                   MOVE IDX-ETAPE TO RANG-ETAPE-TROUVEE
               END-IF
           END-PERFORM.

      *------------------------------------------------------------*
      * INSERER ETAPE-CHERCHEE AU RANG RANG-ETAPE-INSEREE          *
      * Les étapes suivantes sont décalées d'un rang.              *
      *------------------------------------------------------------*
       INSERER-ETAPE-PLAN.
           IF NB-ETAPES >= 12
               DISPLAY "PLAN-CLOTURE.txt plein : ajoutez l'étape "
                   ETAPE-CHERCHEE " à la main."
           ELSE
               PERFORM VARYING IDX-ETAPE-DECALEE FROM NB-ETAPES BY -1
                       UNTIL IDX-ETAPE-DECALEE < RANG-ETAPE-INSEREE
                   MOVE ETAPE-PLAN(IDX-ETAPE-DECALEE)
                       TO ETAPE-PLAN(IDX-ETAPE-DECALEE + 1)
               END-PERFORM
               ADD 1 TO NB-ETAPES
               MOVE ETAPE-CHERCHEE TO ETAPE-NOM(RANG-ETAPE-INSEREE)
               MOVE "non lancée" TO ETAPE-STATUT(RANG-ETAPE-INSEREE)
               ADD 1 TO NB-ETAPES-AJOUTEES
               DISPLAY "Étape " ETAPE-CHERCHEE " ajoutée au plan,"
                   " rang " RANG-ETAPE-INSEREE "."
           END-IF.

      *------------------------------------------------------------*
      * CREER PLAN-CLOTURE.TXT AVEC L'ORDRE D'USAGE                *
      *------------------------------------------------------------*
       CREER-PLAN-CLOTURE-DEFAUT.
           OPEN OUTPUT FICHIER-PLAN.
           MOVE "CONTROLE-INTEGRITE" TO PLAN-ETAPE.
           WRITE ENREG-PLAN.
           MOVE "INTERETS-EPARGNE" TO PLAN-ETAPE.
           WRITE ENREG-PLAN.
           MOVE "EXECUTER-VP" TO PLAN-ETAPE.
           WRITE ENREG-PLAN.
           MOVE "ECHEANCES-TERME" TO PLAN-ETAPE.
           WRITE ENREG-PLAN.
           MOVE "ECHEANCES-PRETS" TO PLAN-ETAPE.
           WRITE ENREG-PLAN.
           MOVE "FRAIS-AGIOS" TO PLAN-ETAPE.
           WRITE ENREG-PLAN.
           MOVE "EXPORT-COMPTA" TO PLAN-ETAPE.
           MOVE 'O' TO BATCH-AUTORISE.
           MOVE 0 TO IDX-BATCH-COURANT.
           EVALUATE ETAPE-NOM(IDX-ETAPE)
               WHEN "CONTROLE-INTEGRITE"
                   PERFORM CONTROLE-INTEGRITE
                   IF NB-ECARTS-INTEG > 0
                       MOVE "incident : écarts au journal"
                           TO ETAPE-STATUT(IDX-ETAPE)
                   END-IF
               WHEN "INTERETS-EPARGNE"
                   PERFORM LANCER-INTERETS-EPARGNE
               WHEN "EXECUTER-VP"
                   PERFORM EXECUTER-VP
               WHEN "ECHEANCES-TERME"
                   PERFORM ECHEANCES-TERME
               WHEN "ECHEANCES-PRETS"
                   PERFORM ECHEANCES-PRETS
               WHEN "FRAIS-AGIOS"
      *            Recale la date de référence du mois facturé,    *
      *            les étapes précédentes ayant pu toucher aux     *

           MOVE 0 TO NB-CODES-STATS.
           PERFORM VARYING IDX-STAT FROM 1 BY 1
                   UNTIL IDX-STAT > 20
               MOVE SPACE TO TSM-CODE(IDX-STAT)
               MOVE 0 TO TSM-NB(IDX-STAT)
               MOVE 0 TO TSM-MONTANT(IDX-STAT)
                       MOVE NB-CODES-STATS TO IDX-STAT
                   END-IF
               END-PERFORM
               IF STAT-TROUVEE = 'N' AND NB-CODES-STATS < 20
                   ADD 1 TO NB-CODES-STATS
                   MOVE CODE-MVT TO TSM-CODE(NB-CODES-STATS)
                   MOVE 1 TO TSM-NB(NB-CODES-STATS)
           MOVE 0 TO NB-COURANT.
           MOVE 0 TO NB-EPARGNE.
           MOVE 0 TO NB-TERME.
           MOVE 0 TO NB-PRET.
           MOVE 0 TO TOTAL-COURANT.
           MOVE 0 TO TOTAL-EPARGNE.
           MOVE 0 TO TOTAL-TERME.
           MOVE 0 TO TOTAL-PRET.
           MOVE 'N' TO EOF.
           OPEN INPUT FICHIER-COMPTE.
           PERFORM UNTIL EOF = 'O'
                           WHEN "Terme"
                               ADD 1 TO NB-TERME
                               ADD SOLDE TO TOTAL-TERME
                           WHEN "Pret"
                               ADD 1 TO NB-PRET
                               ADD SOLDE TO TOTAL-PRET
                           WHEN OTHER
                               ADD 1 TO NB-EPARGNE
                               ADD SOLDE TO TOTAL-EPARGNE
               MOYENNE-TYPE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           IF NB-PRET > 0
               COMPUTE MOYENNE-TYPE ROUNDED =
                   TOTAL-PRET / NB-PRET
           ELSE
               MOVE 0 TO MOYENNE-TYPE
           END-IF.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "  Pret    : " NB-PRET " compte(s), moyen "
               MOYENNE-TYPE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

           CLOSE FICHIER-RELEVE.
           DISPLAY "--------------------------------".
      * Le type du compte est relu sur comptes.txt ; une écriture  *
      * sans correspondance au paramétrage part sur le compte      *
      * d'attente 999999 et est comptée pour le pointage.          *
      * Une extourne (X ou Y) est imputée au compte général de     *
      * l'écriture d'origine, relu au registre des extournes, en   *
      * sens inverse ; la ligne porte alors un sixième champ       *
      * "EXT;date/rang" qui désigne l'écriture extournée.          *
      *------------------------------------------------------------*
       EXPORTER-MOUVEMENT.
           MOVE SPACES TO TYPE-CPT-MVT.
                   MOVE TYPE-COMPTE TO TYPE-CPT-MVT
           END-READ.

           MOVE CODE-MVT TO CODE-GL-MVT.
           MOVE 'N' TO EXTOURNE-TROUVEE.
           IF CODE-MVT = 'X' OR CODE-MVT = 'Y'
               PERFORM CHERCHER-ORIGINE-EXTOURNE
               IF EXTOURNE-TROUVEE = 'O'
                   MOVE CODE-ORIG-EXT TO CODE-GL-MVT
               END-IF
           END-IF.

           MOVE 'N' TO GL-TROUVE.
           MOVE "999999" TO COMPTE-GL-MVT.
           PERFORM VARYING IDX-PRM FROM 1 BY 1
                   UNTIL IDX-PRM > NB-PARAM-CPTA
               IF TAB-CODE-MVT(IDX-PRM) = CODE-GL-MVT
                   AND TAB-TYPE-CPT(IDX-PRM) = TYPE-CPT-MVT
                   MOVE TAB-COMPTE-GL(IDX-PRM) TO COMPTE-GL-MVT
                   MOVE 'O' TO GL-TROUVE
           IF CODE-MVT = 'F'
               ADD MONTANT-MVT TO TOTAL-FISC-EXPORT
           END-IF.
           IF CODE-MVT = 'Y' AND CODE-GL-MVT = 'F'
               IF TOTAL-FISC-EXPORT > MONTANT-MVT
                   SUBTRACT MONTANT-MVT FROM TOTAL-FISC-EXPORT
               ELSE
                   MOVE 0 TO TOTAL-FISC-EXPORT
               END-IF
           END-IF.

           MOVE SPACES TO LIGNE-EXPORT.
           MOVE MONTANT-MVT TO MONTANT-EDIT.
           IF EXTOURNE-TROUVEE = 'O'
               STRING DATE-MVT(1:8) ";" NUM-MVT ";" COMPTE-GL-MVT
                   ";" SENS-MVT ";" MONTANT-EDIT ";EXT;"
                   DATE-ORIG-EXT "/" SEQ-ORIG-EXT
                   DELIMITED BY SIZE INTO LIGNE-EXPORT
           ELSE
               STRING DATE-MVT(1:8) ";" NUM-MVT ";" COMPTE-GL-MVT
                   ";" SENS-MVT ";" MONTANT-EDIT
                   DELIMITED BY SIZE INTO LIGNE-EXPORT
           END-IF.
           WRITE LIGNE-EXPORT.

           ADD 1 TO NB-MVT-EXPORTES.
               DISPLAY "Registre des batchs plein : archivez"
                   " BATCHS.txt avant de relancer."
           ELSE
      *        Sauvegarde du jeu de fichiers tel qu'avant le       *
      *        traitement, registre des batchs compris.            *
               PERFORM SAUVEGARDE-AVANT-BATCH
               ADD 1 TO NB-BATCHS
               MOVE NB-BATCHS TO IDX-BATCH-COURANT
               MOVE NOM-BATCH-CTRL TO TB-NOM(IDX-BATCH-COURANT)
               MOVE SPACE TO REPONSE
               ACCEPT REPONSE
               IF REPONSE = 'O'
                   PERFORM SAUVEGARDE-AVANT-BATCH
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO TB-DEBUT(IDX-BATCH-COURANT)
                   MOVE SPACES TO TB-FIN(IDX-BATCH-COURANT)
                           MOVE 'S' TO CODE-MVT
                           MOVE 0 TO MONTANT-MVT
                           MOVE DERNIER-SOLDE-ARCH TO SOLDE-MVT
                           MOVE OPERATEUR-CONNECTE TO OPERATEUR-MVT
                           MOVE ENREG-MVT TO ENREG-MVT-NEW
                           WRITE ENREG-MVT-NEW
                           ADD 1 TO NB-SOLDES-REPORTES
               END-PERFORM
               CLOSE FICHIER-REG-ARCH
           END-IF.

      *------------------------------------------------------------*
      * EXTOURNE D'UN MOUVEMENT PASSE A TORT (SUPERVISEUR)         *
      * Le mouvement d'origine est retrouvé dans l'historique      *
      * indexé par compte et date, puis désigné par son rang. Une  *
      * écriture de sens inverse est passée sous un code propre :  *
      * X extourne au débit d'un crédit (D, V, I), Y extourne au   *
      * crédit d'un débit (R, C, E, F...). Les deux écritures sont *
      * liées au registre extournes.txt ; une écriture déjà        *
      * extournée, ou elle-même d'extourne, est refusée. Le        *
      * registre des blocages est respecté ; le découvert autorisé *
      * ne l'est pas, l'extourne ne faisant que corriger une       *
      * écriture passée à tort par la banque.                      *
      *------------------------------------------------------------*
       EXTOURNER-MOUVEMENT.
           PERFORM CONTROLER-HISTO-DISPONIBLE.
           IF HISTO-DISPONIBLE = 'N'
               DISPLAY "Historique indexé absent : passez d'abord le"
                   " chargement de l'historique."
           ELSE
               DISPLAY "Numéro de compte : "
               ACCEPT NUM-ENTREE
               MOVE "Date du mouvement (AAAAMMJJ) : " TO LIBELLE-DATE
               PERFORM SAISIR-DATE-OBLIGATOIRE
               MOVE DATE-SAISIE TO DATE-ORIG-EXT
               PERFORM LISTER-MVT-JOUR-EXTOURNE
               IF NB-MVT-JOUR = 0
                   DISPLAY "Aucun mouvement de ce compte à cette date."
               ELSE
                   DISPLAY "Rang du mouvement à extourner : "
                   ACCEPT SEQ-EXT-ENTREE
                   PERFORM CONTROLER-MVT-A-EXTOURNER
                   IF EXTOURNE-OK = 'O'
                       PERFORM CONFIRMER-EXTOURNE
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * LISTER LES MOUVEMENTS DU COMPTE A LA DATE DEMANDEE         *
      * Entrée : NUM-ENTREE et DATE-ORIG-EXT. Sortie : NB-MVT-JOUR.*
      *------------------------------------------------------------*
       LISTER-MVT-JOUR-EXTOURNE.
           MOVE 0 TO NB-MVT-JOUR.
           MOVE 'N' TO EOF-HISTO.
           PERFORM OUVRIR-REGISTRE-EXTOURNES.
           OPEN INPUT FICHIER-HISTO.
           MOVE NUM-ENTREE TO HIS-NUM-COMPTE.
           MOVE DATE-ORIG-EXT TO HIS-DATE.
           MOVE 0 TO HIS-SEQ.
           START FICHIER-HISTO KEY >= HIS-CLE
               INVALID KEY MOVE 'O' TO EOF-HISTO
           END-START.
           PERFORM UNTIL EOF-HISTO = 'O'
               READ FICHIER-HISTO NEXT RECORD
                   AT END MOVE 'O' TO EOF-HISTO
                   NOT AT END
                       IF HIS-NUM-COMPTE NOT = NUM-ENTREE
                           OR HIS-DATE NOT = DATE-ORIG-EXT
                           MOVE 'O' TO EOF-HISTO
                       ELSE
                           ADD 1 TO NB-MVT-JOUR
                           PERFORM CHERCHER-LIEN-EXTOURNE
                           DISPLAY "Rang " HIS-SEQ "  " HIS-CODE "  "
                               HIS-MONTANT "  Solde : " HIS-SOLDE " "
                               LIBELLE-EXTOURNE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-HISTO.
           PERFORM FERMER-REGISTRE-EXTOURNES.
           MOVE SPACES TO LIBELLE-EXTOURNE.

      *------------------------------------------------------------*
      * CONTROLER LE MOUVEMENT DESIGNE POUR L'EXTOURNE             *
      * Entrée : NUM-ENTREE, DATE-ORIG-EXT et SEQ-EXT-ENTREE.      *
      * Sortie : EXTOURNE-OK, CODE-ORIG-EXT et MONTANT-ORIG-EXT.   *
      * Refuse un rang inconnu, un solde reporté, un montant nul,  *
      * une écriture d'extourne, un mouvement de prêt, une         *
      * écriture déjà extournée et un dépôt ou un retrait du jour  *
      * dont la caisse est déjà arrêtée.                           *
      *------------------------------------------------------------*
       CONTROLER-MVT-A-EXTOURNER.
           MOVE 'N' TO EXTOURNE-OK.
           OPEN INPUT FICHIER-HISTO.
           MOVE NUM-ENTREE TO HIS-NUM-COMPTE.
           MOVE DATE-ORIG-EXT TO HIS-DATE.
           MOVE SEQ-EXT-ENTREE TO HIS-SEQ.
           READ FICHIER-HISTO
               INVALID KEY
                   DISPLAY "Rang inconnu pour ce compte à cette date."
               NOT INVALID KEY
                   MOVE HIS-CODE TO CODE-ORIG-EXT
                   MOVE HIS-MONTANT TO MONTANT-ORIG-EXT
                   MOVE HIS-SOLDE TO SOLDE-ORIG-EXT
                   MOVE 'O' TO EXTOURNE-OK
           END-READ.
           CLOSE FICHIER-HISTO.

           IF EXTOURNE-OK = 'O'
               EVALUATE TRUE
                   WHEN CODE-ORIG-EXT = 'X' OR CODE-ORIG-EXT = 'Y'
                       MOVE 'N' TO EXTOURNE-OK
                       DISPLAY "Une écriture d'extourne ne"
                           " s'extourne pas."
                   WHEN CODE-ORIG-EXT = 'S'
                       MOVE 'N' TO EXTOURNE-OK
                       DISPLAY "Un solde reporté ne s'extourne pas."
                   WHEN MONTANT-ORIG-EXT = 0
                       MOVE 'N' TO EXTOURNE-OK
                       DISPLAY "Mouvement de montant nul : rien à"
                           " extourner."
                   WHEN CODE-ORIG-EXT = 'K' OR CODE-ORIG-EXT = 'P'
                       OR CODE-ORIG-EXT = 'L' OR CODE-ORIG-EXT = 'A'
                       MOVE 'N' TO EXTOURNE-OK
                       DISPLAY "Mouvement de prêt : à régulariser"
                           " par le service des prêts."
               END-EVALUATE
           END-IF.

           IF EXTOURNE-OK = 'O'
               OPEN INPUT FICHIER-EXTOURNE
               MOVE NUM-ENTREE TO EXT-NUM-COMPTE
               MOVE DATE-ORIG-EXT TO EXT-DATE
               MOVE SEQ-EXT-ENTREE TO EXT-SEQ
               READ FICHIER-EXTOURNE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO EXTOURNE-OK
                       IF EXT-SENS = 'O'
                           DISPLAY "Mouvement déjà extourné le "
                               EXT-LIEN-DATE " (rang " EXT-LIEN-SEQ
                               ") par " EXT-OPERATEUR "."
                       ELSE
                           DISPLAY "Une écriture d'extourne ne"
                               " s'extourne pas."
                       END-IF
               END-READ
               CLOSE FICHIER-EXTOURNE
           END-IF.

           IF EXTOURNE-OK = 'O'
               PERFORM CONTROLER-CAISSE-EXTOURNE
           END-IF.

      *------------------------------------------------------------*
      * CONTROLER LA CAISSE MOUVEMENTEE PAR L'ECRITURE D'ORIGINE   *
      * Un dépôt ou un retrait du jour a pu être imputé à la       *
      * caisse de l'opérateur qui l'a saisi, retrouvé au journal   *
      * MOUVEMENTS.txt. Caisse encore ouverte, l'extourne la       *
      * corrigera ; arrêtée ou fermée, l'extourne est refusée et   *
      * se régularise à la caisse. Sans caisse du jour pour cet    *
      * opérateur, ou si ses cumuls n'ont pu recevoir le montant,  *
      * le mouvement n'est pas passé par une caisse : rien à       *
      * corriger. Sortie : CAISSE-EXT-A-CORRIGER et                *
      * OPERATEUR-ORIG-EXT ; EXTOURNE-OK est remis à N en cas de   *
      * refus.                                                     *
      *------------------------------------------------------------*
       CONTROLER-CAISSE-EXTOURNE.
           MOVE 'N' TO CAISSE-EXT-A-CORRIGER.
           MOVE SPACES TO OPERATEUR-ORIG-EXT.
           IF (CODE-ORIG-EXT = 'D' OR CODE-ORIG-EXT = 'R')
               AND DATE-ORIG-EXT = DATE-AUJOURD(1:8)
               PERFORM RETROUVER-OPERATEUR-EXTOURNE
           END-IF.
           IF OPERATEUR-ORIG-EXT NOT = SPACES
               MOVE OPERATEUR-ORIG-EXT TO OPERATEUR-CAISSE
               PERFORM LIRE-CAISSE-OPERATEUR
               IF CAISSE-TROUVEE = 'O'
                   IF (CODE-ORIG-EXT = 'D' AND
                           CAI-DEPOTS < MONTANT-ORIG-EXT)
                       OR (CODE-ORIG-EXT = 'R' AND
                           CAI-RETRAITS < MONTANT-ORIG-EXT)
                       CONTINUE
                   ELSE
                       IF CAI-STATUT = 'O'
                           MOVE 'O' TO CAISSE-EXT-A-CORRIGER
                       ELSE
                           MOVE 'N' TO EXTOURNE-OK
                           DISPLAY "Caisse de " OPERATEUR-ORIG-EXT
                               " déjà arrêtée : extourne"
                               " impossible, à régulariser"
                               " à la caisse."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * RETROUVER L'OPERATEUR DE L'ECRITURE D'ORIGINE AU JOURNAL   *
      * La ligne de MOUVEMENTS.txt est reconnue au compte, à la    *
      * date, au code, au montant et au solde après mouvement.     *
      * Sortie : OPERATEUR-ORIG-EXT, à blanc si la ligne n'est pas *
      * retrouvée ou ne porte pas d'opérateur.                     *
      *------------------------------------------------------------*
       RETROUVER-OPERATEUR-EXTOURNE.
           MOVE SPACES TO OPERATEUR-ORIG-EXT.
           MOVE 'N' TO EOF.
           OPEN INPUT FICHIER-MVT.
           IF FS-MVT NOT = "35"
               PERFORM UNTIL EOF = 'O'
                   READ FICHIER-MVT
                       AT END MOVE 'O' TO EOF
                       NOT AT END
                           IF NUM-MVT = NUM-ENTREE
                               AND DATE-MVT(1:8) = DATE-ORIG-EXT
                               AND CODE-MVT = CODE-ORIG-EXT
                               AND MONTANT-MVT = MONTANT-ORIG-EXT
                               AND SOLDE-MVT = SOLDE-ORIG-EXT
                               MOVE OPERATEUR-MVT
                                   TO OPERATEUR-ORIG-EXT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MVT
           END-IF.

      *------------------------------------------------------------*
      * RECUEILLIR LE MOTIF ET LA CONFIRMATION DE L'EXTOURNE       *
      *------------------------------------------------------------*
       CONFIRMER-EXTOURNE.
           MOVE SPACES TO MOTIF-EXT-ENTREE.
           PERFORM UNTIL MOTIF-EXT-ENTREE NOT = SPACES
               DISPLAY "Motif de l'extourne (obligatoire) : "
               ACCEPT MOTIF-EXT-ENTREE
           END-PERFORM.
           DISPLAY "Extourne du mouvement " CODE-ORIG-EXT " de "
               MONTANT-ORIG-EXT " du " DATE-ORIG-EXT
               " : confirmer ? (O/N) : ".
           MOVE SPACE TO REPONSE.
           ACCEPT REPONSE.
           IF REPONSE = 'O'
               PERFORM APPLIQUER-EXTOURNE
           ELSE
               DISPLAY "Extourne abandonnée."
           END-IF.

      *------------------------------------------------------------*
      * PASSER L'ECRITURE D'EXTOURNE ET LA LIER A L'ORIGINE        *
      * Un crédit d'origine est extourné au débit (code X) sous    *
      * contrôle des blocages au débit ; un débit est extourné au  *
      * crédit (code Y), que seul le blocage total arrête.         *
      *------------------------------------------------------------*
       APPLIQUER-EXTOURNE.
           MOVE 'N' TO OPERATION-OK.
           MOVE SPACES TO MOTIF-REJET.
           MOVE CODE-ORIG-EXT TO CODE-MVT.
           PERFORM DETERMINER-SENS-MVT.
           OPEN I-O FICHIER-COMPTE.
           MOVE NUM-ENTREE TO NUM-COMPTE.
           READ FICHIER-COMPTE
               INVALID KEY
                   MOVE "compte introuvable" TO MOTIF-REJET
               NOT INVALID KEY
                   MOVE NUM-COMPTE TO NUM-COMPTE-BLO
                   PERFORM LIRE-BLOCAGE-COMPTE
                   IF MVT-AU-CREDIT = 'O'
                       MOVE 'X' TO REPONSE
                       COMPUTE SOLDE-APRES-DEBIT =
                           SOLDE - MONTANT-ORIG-EXT
                       PERFORM CONTROLER-BLOCAGE-DEBIT
                       IF DEBIT-BLOQUE = 'N'
                           MOVE SOLDE-APRES-DEBIT TO SOLDE
                           MOVE 'O' TO OPERATION-OK
                       END-IF
                   ELSE
                       MOVE 'Y' TO REPONSE
                       PERFORM CONTROLER-BLOCAGE-CREDIT
                       IF CREDIT-BLOQUE = 'N'
                           ADD MONTANT-ORIG-EXT TO SOLDE
                           MOVE 'O' TO OPERATION-OK
                       END-IF
                   END-IF
                   IF OPERATION-OK = 'O'
                       REWRITE ENREG-COMPTE
                       MOVE MONTANT-ORIG-EXT TO MONTANT
                       PERFORM ECRIRE-MOUVEMENT-EXTOURNE
                       PERFORM LIER-EXTOURNE
                       IF CAISSE-EXT-A-CORRIGER = 'O'
                           PERFORM DEDUIRE-CAISSE-EXTOURNE
                       END-IF
                       DISPLAY "Extourne passée (code " REPONSE
                           ", rang " SEQ-EXTOURNE ") : nouveau solde "
                           SOLDE
                   END-IF
           END-READ.
           CLOSE FICHIER-COMPTE.

           MOVE SPACES TO RESULTAT-AUDIT.
           IF OPERATION-OK = 'O'
               MOVE "EXTOURNE" TO ACTION-AUDIT
               STRING NUM-ENTREE " " DATE-ORIG-EXT "/" SEQ-EXT-ENTREE
                   " " CODE-ORIG-EXT " : " MOTIF-EXT-ENTREE
                   DELIMITED BY SIZE INTO RESULTAT-AUDIT
           ELSE
               DISPLAY "Extourne refusée : " MOTIF-REJET
               MOVE "EXTOURNE REFUSEE" TO ACTION-AUDIT
               STRING NUM-ENTREE " " DATE-ORIG-EXT "/" SEQ-EXT-ENTREE
                   " " MOTIF-REJET
                   DELIMITED BY SIZE INTO RESULTAT-AUDIT
           END-IF.
           PERFORM ECRIRE-AUDIT.

      *------------------------------------------------------------*
      * RETIRER DE LA CAISSE D'ORIGINE LE MOUVEMENT EXTOURNE       *
      * Le dépôt ou le retrait imputé par IMPUTER-CAISSE à la      *
      * caisse de OPERATEUR-ORIG-EXT en est retranché.             *
      *------------------------------------------------------------*
       DEDUIRE-CAISSE-EXTOURNE.
           OPEN I-O FICHIER-CAISSE.
           MOVE DATE-AUJOURD(1:8) TO CAI-DATE.
           MOVE OPERATEUR-ORIG-EXT TO CAI-OPERATEUR.
           READ FICHIER-CAISSE
               INVALID KEY
                   DISPLAY "Caisse introuvable, extourne non"
                       " imputée."
               NOT INVALID KEY
                   IF CODE-ORIG-EXT = 'D'
                       SUBTRACT MONTANT-ORIG-EXT FROM CAI-DEPOTS
                   ELSE
                       SUBTRACT MONTANT-ORIG-EXT FROM CAI-RETRAITS
                   END-IF
                   REWRITE ENREG-CAISSE
                   DISPLAY "Caisse de " OPERATEUR-ORIG-EXT
                       " corrigée de " MONTANT-ORIG-EXT "."
           END-READ.
           CLOSE FICHIER-CAISSE.

      *------------------------------------------------------------*
      * JOURNALISER L'ECRITURE D'EXTOURNE                          *
      * Comme ECRIRE-MOUVEMENT, mais le rang attribué dans         *
      * l'historique est retenu dans SEQ-EXTOURNE pour le lien.    *
      *------------------------------------------------------------*
       ECRIRE-MOUVEMENT-EXTOURNE.
           MOVE NUM-COMPTE TO NUM-MVT.
           MOVE DATE-AUJOURD TO DATE-MVT.
           MOVE REPONSE TO CODE-MVT.
           MOVE MONTANT TO MONTANT-MVT.
           MOVE SOLDE TO SOLDE-MVT.
           MOVE OPERATEUR-CONNECTE TO OPERATEUR-MVT.
           OPEN EXTEND FICHIER-MVT.
           WRITE ENREG-MVT.
           CLOSE FICHIER-MVT.
           MOVE 0 TO SEQ-EXTOURNE.
           OPEN I-O FICHIER-HISTO.
           IF FS-HISTO = "00"
               PERFORM ECRIRE-HISTO-COURANT
               MOVE HIS-SEQ TO SEQ-EXTOURNE
               CLOSE FICHIER-HISTO
           END-IF.

      *------------------------------------------------------------*
      * ENREGISTRER LA PAIRE ORIGINE / EXTOURNE AU REGISTRE        *
      *------------------------------------------------------------*
       LIER-EXTOURNE.
           OPEN I-O FICHIER-EXTOURNE.
           MOVE NUM-ENTREE TO EXT-NUM-COMPTE.
           MOVE DATE-ORIG-EXT TO EXT-DATE.
           MOVE SEQ-EXT-ENTREE TO EXT-SEQ.
           MOVE 'O' TO EXT-SENS.
           MOVE DATE-AUJOURD(1:8) TO EXT-LIEN-DATE.
           MOVE SEQ-EXTOURNE TO EXT-LIEN-SEQ.
           MOVE CODE-ORIG-EXT TO EXT-CODE-ORIG.
           MOVE MONTANT-ORIG-EXT TO EXT-MONTANT.
           MOVE OPERATEUR-CONNECTE TO EXT-OPERATEUR.
           MOVE MOTIF-EXT-ENTREE TO EXT-MOTIF.
           WRITE ENREG-EXTOURNE
               INVALID KEY
                   DISPLAY "Registre des extournes : lien d'origine"
                       " non écrit."
           END-WRITE.
           MOVE DATE-AUJOURD(1:8) TO EXT-DATE.
           MOVE SEQ-EXTOURNE TO EXT-SEQ.
           MOVE 'E' TO EXT-SENS.
           MOVE DATE-ORIG-EXT TO EXT-LIEN-DATE.
           MOVE SEQ-EXT-ENTREE TO EXT-LIEN-SEQ.
           WRITE ENREG-EXTOURNE
               INVALID KEY
                   DISPLAY "Registre des extournes : lien d'extourne"
                       " non écrit."
           END-WRITE.
           CLOSE FICHIER-EXTOURNE.

      *------------------------------------------------------------*
      * OUVRIR / FERMER LE REGISTRE DES EXTOURNES EN LECTURE       *
      * REG-EXT-OUVERT évite toute lecture si le registre manque.  *
      *------------------------------------------------------------*
       OUVRIR-REGISTRE-EXTOURNES.
           MOVE 'N' TO REG-EXT-OUVERT.
           OPEN INPUT FICHIER-EXTOURNE.
           IF FS-EXTOURNE = "00"
               MOVE 'O' TO REG-EXT-OUVERT
           END-IF.

       FERMER-REGISTRE-EXTOURNES.
           IF REG-EXT-OUVERT = 'O'
               CLOSE FICHIER-EXTOURNE
               MOVE 'N' TO REG-EXT-OUVERT
           END-IF.

      *------------------------------------------------------------*
      * LIBELLER LE LIEN D'EXTOURNE DE L'ECRITURE HISTORIQUE LUE   *
      * Entrée : HIS-CLE, registre ouvert. Sortie :                *
      * LIBELLE-EXTOURNE, à blanc si l'écriture n'est pas liée.    *
      *------------------------------------------------------------*
       CHERCHER-LIEN-EXTOURNE.
           MOVE SPACES TO LIBELLE-EXTOURNE.
           IF REG-EXT-OUVERT = 'O'
               MOVE HIS-CLE TO EXT-CLE
               READ FICHIER-EXTOURNE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EXT-SENS = 'O'
                           STRING "extourné le " EXT-LIEN-DATE "/"
                               EXT-LIEN-SEQ
                               DELIMITED BY SIZE
                               INTO LIBELLE-EXTOURNE
                       ELSE
                           STRING "extourne du " EXT-LIEN-DATE "/"
                               EXT-LIEN-SEQ
                               DELIMITED BY SIZE
                               INTO LIBELLE-EXTOURNE
                       END-IF
               END-READ
           END-IF.

      *------------------------------------------------------------*
      * RETROUVER L'ECRITURE D'ORIGINE D'UNE EXTOURNE DU JOURNAL   *
      * Le journal ne porte pas de rang : l'écriture d'extourne    *
      * est reconnue au registre par compte, date et montant.      *
      * Le journal étant relu dans l'ordre d'écriture, la dernière *
      * liaison retenue pour le compte et la date (DERNIER-LIEN-*) *
      * sert de point de départ à la suivante : deux extournes de  *
      * même montant le même jour ne retombent pas sur la même     *
      * origine. Sortie : EXTOURNE-TROUVEE, CODE-ORIG-EXT,         *
      * DATE-ORIG-EXT et SEQ-ORIG-EXT.                             *
      *------------------------------------------------------------*
       CHERCHER-ORIGINE-EXTOURNE.
           MOVE 'N' TO EXTOURNE-TROUVEE.
           IF REG-EXT-OUVERT = 'O'
               MOVE 'N' TO EOF-EXT
               MOVE NUM-MVT TO EXT-NUM-COMPTE
               MOVE DATE-MVT(1:8) TO EXT-DATE
               MOVE 0 TO EXT-SEQ
               IF NUM-MVT = DERNIER-LIEN-COMPTE
                   AND DATE-MVT(1:8) = DERNIER-LIEN-DATE
                   MOVE DERNIER-LIEN-SEQ TO EXT-SEQ
               END-IF
               START FICHIER-EXTOURNE KEY > EXT-CLE
                   INVALID KEY MOVE 'O' TO EOF-EXT
               END-START
               PERFORM UNTIL EOF-EXT = 'O'
                   READ FICHIER-EXTOURNE NEXT RECORD
                       AT END MOVE 'O' TO EOF-EXT
                       NOT AT END
                           IF EXT-NUM-COMPTE NOT = NUM-MVT
                               OR EXT-DATE NOT = DATE-MVT(1:8)
                               MOVE 'O' TO EOF-EXT
                           ELSE
                               IF EXT-SENS = 'E'
                                   AND EXT-MONTANT = MONTANT-MVT
                                   MOVE 'O' TO EXTOURNE-TROUVEE
                                   MOVE EXT-CODE-ORIG TO CODE-ORIG-EXT
                                   MOVE EXT-LIEN-DATE TO DATE-ORIG-EXT
                                   MOVE EXT-LIEN-SEQ TO SEQ-ORIG-EXT
                                   MOVE NUM-MVT TO DERNIER-LIEN-COMPTE
                                   MOVE EXT-DATE TO DERNIER-LIEN-DATE
                                   MOVE EXT-SEQ TO DERNIER-LIEN-SEQ
                                   MOVE 'O' TO EOF-EXT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *------------------------------------------------------------*
      * SOUS-MENU DES PRETS AMORTISSABLES                          *
      * Un prêt est ouvert par l'ajout d'un compte de type "Pret"  *
      * (choix 1) ; ce sous-menu en édite le tableau               *
      * d'amortissement, lance le prélèvement des échéances        *
      * (superviseur) et produit les états des impayés et de       *
      * l'encours.                                                 *
      *------------------------------------------------------------*
       MENU-PRETS.
           MOVE 'N' TO FIN-MENU-PRET.
           PERFORM UNTIL FIN-MENU-PRET = 'O'
               DISPLAY "--------------------------------"
               DISPLAY "   PRETS AMORTISSABLES"
               DISPLAY "--------------------------------"
               DISPLAY "1 - Tableau d'amortissement d'un prêt"
               DISPLAY "2 - Prélèvement des échéances (superviseur)"
               DISPLAY "3 - Liste des échéances impayées"
               DISPLAY "4 - Encours des prêts"
               DISPLAY "5 - Retour au menu principal"
               DISPLAY "Votre choix : "
               ACCEPT CHOIX-PRET
               EVALUATE CHOIX-PRET
                   WHEN 1 PERFORM EDITER-ECHEANCIER-PRET
                   WHEN 2 PERFORM CONTROLER-SUPERVISEUR
                          IF PROFIL-CONNECTE = 'S'
                              PERFORM ECHEANCES-PRETS
                          END-IF
                   WHEN 3 PERFORM EDITER-IMPAYES-PRETS
                   WHEN 4 PERFORM EDITER-ENCOURS-PRETS
                   WHEN 5 MOVE 'O' TO FIN-MENU-PRET
                   WHEN OTHER DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

      *------------------------------------------------------------*
      * SAISIR LES CARACTERISTIQUES D'UN PRET                      *
      * Capital, durée (1 à 360 mois), taux annuel nominal et      *
      * compte Courant de prélèvement. Sortie : PRET-VALIDE ;      *
      * MONTANT porte le capital, DUREE-ENTREE et TAUX-SAISI la    *
      * durée et le taux repris sur le compte prêt.                *
      *------------------------------------------------------------*
       SAISIR-CARACTERISTIQUES-PRET.
           MOVE 'N' TO PRET-VALIDE.
           MOVE "Capital emprunté : " TO LIBELLE-MONTANT.
           PERFORM SAISIR-MONTANT-POSITIF.
           MOVE MONTANT TO CAPITAL-PRET.
           PERFORM UNTIL DUREE-ENTREE >= 1
                   AND DUREE-ENTREE <= 360
               DISPLAY "Durée du prêt en mois (1-360) : "
               ACCEPT DUREE-ENTREE
           END-PERFORM.
           DISPLAY "Taux annuel nominal en % (ex: 4.250) : ".
           ACCEPT TAUX-SAISI.
           DISPLAY "Compte Courant de prélèvement des échéances : ".
           ACCEPT NUM-COURANT-PRET.
           PERFORM CONTROLER-COURANT-PRET.
           IF PRET-VALIDE = 'O'
               MOVE DUREE-ENTREE TO DUREE-PRET
               MOVE TAUX-SAISI TO TAUX-PRET
               PERFORM CALCULER-MENSUALITE-PRET
               DISPLAY "Mensualité : " MENSUALITE-PRET
           END-IF.
           MOVE CAPITAL-PRET TO MONTANT.

      *------------------------------------------------------------*
      * CONTROLER LE COMPTE COURANT DE PRELEVEMENT D'UN PRET       *
      * Le compte doit exister, être un Courant dont l'emprunteur  *
      * est titulaire ou co-titulaire, et pouvoir recevoir les     *
      * fonds (pas de blocage total). Entrée : NUM-COURANT-PRET et *
      * NUM-CLIENT-ENTREE. Sortie : PRET-VALIDE.                   *
      *------------------------------------------------------------*
       CONTROLER-COURANT-PRET.
           MOVE 'N' TO PRET-VALIDE.
           MOVE 'N' TO TROUVE.
           OPEN INPUT FICHIER-COMPTE.
           MOVE NUM-COURANT-PRET TO NUM-COMPTE.
           READ FICHIER-COMPTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO TROUVE
           END-READ.
           CLOSE FICHIER-COMPTE.

           IF TROUVE = 'N'
               DISPLAY "Compte de prélèvement introuvable."
           ELSE
               IF TYPE-COMPTE NOT = "Courant"
                   DISPLAY "Le compte de prélèvement doit être un"
                       " compte Courant."
               ELSE
                   IF NUM-CLIENT-TITU = NUM-CLIENT-ENTREE
                       MOVE 'O' TO PRET-VALIDE
                   ELSE
                       OPEN INPUT FICHIER-HABILITATION
                       MOVE NUM-COURANT-PRET TO HAB-NUM-COMPTE
                       MOVE NUM-CLIENT-ENTREE TO HAB-NUM-CLIENT
                       READ FICHIER-HABILITATION
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF HAB-ROLE = 'C'
                                   MOVE 'O' TO PRET-VALIDE
                               END-IF
                       END-READ
                       CLOSE FICHIER-HABILITATION
                       IF PRET-VALIDE = 'N'
                           DISPLAY "L'emprunteur n'est pas titulaire"
                               " du compte de prélèvement."
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF PRET-VALIDE = 'O'
               MOVE NUM-COURANT-PRET TO NUM-COMPTE-BLO
               PERFORM LIRE-BLOCAGE-COMPTE
               PERFORM CONTROLER-BLOCAGE-CREDIT
               IF CREDIT-BLOQUE = 'O'
                   MOVE 'N' TO PRET-VALIDE
                   DISPLAY "Compte de prélèvement : " MOTIF-REJET
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * CALCULER LA MENSUALITE CONSTANTE D'UN PRET                 *
      * M = C x t / (1 - (1 + t) puissance -n), t taux mensuel,    *
      * soit C x t x F / (F - 1) avec F = (1 + t) puissance n,     *
      * calculé par multiplications successives. A taux nul, le    *
      * capital est simplement divisé par la durée.                *
      *------------------------------------------------------------*
       CALCULER-MENSUALITE-PRET.
           COMPUTE TAUX-MENSUEL-PRET = TAUX-PRET / 1200.
           IF TAUX-MENSUEL-PRET = 0
               COMPUTE MENSUALITE-PRET ROUNDED =
                   CAPITAL-PRET / DUREE-PRET
           ELSE
               MOVE 1 TO FACTEUR-PRET
               PERFORM VARYING RANG-ECH FROM 1 BY 1
                       UNTIL RANG-ECH > DUREE-PRET
                   COMPUTE FACTEUR-PRET =
                       FACTEUR-PRET * (1 + TAUX-MENSUEL-PRET)
               END-PERFORM
               COMPUTE MENSUALITE-PRET ROUNDED =
                   CAPITAL-PRET * TAUX-MENSUEL-PRET * FACTEUR-PRET
                   / (FACTEUR-PRET - 1)
           END-IF.

      *------------------------------------------------------------*
      * METTRE EN PLACE UN PRET SUR LE COMPTE PRET CREE            *
      * Contrat, tableau d'amortissement, puis versement des fonds *
      * au crédit du Courant lié (code P). Un versement refusé     *
      * entre-temps laisse le prêt en place : les fonds sont alors *
      * à verser au guichet, le refus est signalé et audité.       *
      *------------------------------------------------------------*
       METTRE-EN-PLACE-PRET.
           OPEN I-O FICHIER-PRET.
           MOVE NUM-COMPTE-PRET TO PRT-NUM-COMPTE.
           MOVE NUM-COURANT-PRET TO PRT-NUM-COURANT.
           MOVE CAPITAL-PRET TO PRT-CAPITAL.
           MOVE TAUX-PRET TO PRT-TAUX.
           MOVE DUREE-PRET TO PRT-DUREE.
           MOVE MENSUALITE-PRET TO PRT-MENSUALITE.
           MOVE DATE-AUJOURD(1:8) TO PRT-DATE-DEBUT.
           WRITE ENREG-PRET
               INVALID KEY
                   REWRITE ENREG-PRET
           END-WRITE.
           CLOSE FICHIER-PRET.
           PERFORM GENERER-ECHEANCIER.

           MOVE NUM-COURANT-PRET TO NUM-ENTREE.
           MOVE 'P' TO REPONSE.
           MOVE CAPITAL-PRET TO MONTANT.
           PERFORM APPLIQUER-DEPOT-RETRAIT.

           MOVE "MISE EN PLACE PRET" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           IF OPERATION-OK = 'O'
               STRING "prêt " NUM-COMPTE-PRET " versé sur "
                   NUM-COURANT-PRET DELIMITED BY SIZE
                   INTO RESULTAT-AUDIT
               DISPLAY "Fonds versés sur le compte " NUM-COURANT-PRET
           ELSE
               STRING "prêt " NUM-COMPTE-PRET " non versé : "
                   MOTIF-REJET DELIMITED BY SIZE
                   INTO RESULTAT-AUDIT
               DISPLAY "Versement des fonds refusé : " MOTIF-REJET
           END-IF.
           PERFORM ECRIRE-AUDIT.

      *------------------------------------------------------------*
      * GENERER LE TABLEAU D'AMORTISSEMENT DU PRET                 *
      * Chaque échéance porte l'intérêt du mois sur le capital     *
      * restant dû, le reste de la mensualité amortit le capital.  *
      * La dernière échéance solde exactement le capital restant,  *
      * absorbant les écarts d'arrondi.                            *
      *------------------------------------------------------------*
       GENERER-ECHEANCIER.
           MOVE CAPITAL-PRET TO CRD-PRET.
           OPEN I-O FICHIER-ECHEANCIER.
           PERFORM VARYING RANG-ECH FROM 1 BY 1
                   UNTIL RANG-ECH > DUREE-PRET
               COMPUTE INTERETS-ECH ROUNDED =
                   CRD-PRET * TAUX-MENSUEL-PRET
               COMPUTE CAPITAL-ECH = MENSUALITE-PRET - INTERETS-ECH
               IF RANG-ECH = DUREE-PRET OR CAPITAL-ECH > CRD-PRET
                   MOVE CRD-PRET TO CAPITAL-ECH
               END-IF
               SUBTRACT CAPITAL-ECH FROM CRD-PRET
               MOVE NUM-COMPTE-PRET TO ECH-NUM-COMPTE
               MOVE RANG-ECH TO ECH-RANG
               MOVE DATE-AUJOURD(1:8) TO DATE-BASE-CALC
               MOVE RANG-ECH TO NB-MOIS-CALC
               PERFORM AJOUTER-MOIS-A-DATE
               MOVE DATE-CALCULEE TO ECH-DATE
               COMPUTE ECH-MENSUALITE = CAPITAL-ECH + INTERETS-ECH
               MOVE CAPITAL-ECH TO ECH-CAPITAL
               MOVE INTERETS-ECH TO ECH-INTERETS
               MOVE CRD-PRET TO ECH-CRD
               MOVE 'A' TO ECH-STATUT
               MOVE SPACES TO ECH-DATE-PAIEMENT
               WRITE ENREG-ECHEANCIER
                   INVALID KEY
                       REWRITE ENREG-ECHEANCIER
               END-WRITE
           END-PERFORM.
           CLOSE FICHIER-ECHEANCIER.

      *------------------------------------------------------------*
      * EDITER LE TABLEAU D'AMORTISSEMENT D'UN PRET                *
      *------------------------------------------------------------*
       EDITER-ECHEANCIER-PRET.
           DISPLAY "Numéro du compte prêt : ".
           ACCEPT NUM-COMPTE-PRET.
           MOVE 'N' TO TROUVE.
           OPEN INPUT FICHIER-PRET.
           MOVE NUM-COMPTE-PRET TO PRT-NUM-COMPTE.
           READ FICHIER-PRET
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO TROUVE
           END-READ.
           CLOSE FICHIER-PRET.

           IF TROUVE = 'N'
               DISPLAY "Prêt introuvable."
           ELSE
               PERFORM IMPRIMER-ECHEANCIER-PRET
           END-IF.

      *------------------------------------------------------------*
      * IMPRIMER LE TABLEAU DU PRET LU DANS ENREG-PRET             *
      *------------------------------------------------------------*
       IMPRIMER-ECHEANCIER-PRET.
           MOVE SPACES TO NOM-FICHIER-RELEVE.
           STRING "ECHEANCIER-" PRT-NUM-COMPTE ".TXT"
               DELIMITED BY SIZE INTO NOM-FICHIER-RELEVE.
           OPEN OUTPUT FICHIER-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "TABLEAU D'AMORTISSEMENT DU PRET " PRT-NUM-COMPTE
               " AU " DATE-AUJOURD(1:8)
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Capital " PRT-CAPITAL "  taux " PRT-TAUX
               "  durée " PRT-DUREE "  mensualité " PRT-MENSUALITE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Mis en place le " PRT-DATE-DEBUT
               "  prélevé sur le compte " PRT-NUM-COURANT
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Rang Date     Echéance  Capital   Intérêts"
               "  Restant dû St Payée le"
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

           MOVE 0 TO NB-ECH-PAYEES.
           MOVE 0 TO NB-ECH-IMPAYEES.
           MOVE 'N' TO EOF-ECH.
           OPEN INPUT FICHIER-ECHEANCIER.
           MOVE PRT-NUM-COMPTE TO ECH-NUM-COMPTE.
           MOVE 0 TO ECH-RANG.
           START FICHIER-ECHEANCIER KEY >= ECH-CLE
               INVALID KEY MOVE 'O' TO EOF-ECH
           END-START.
           PERFORM UNTIL EOF-ECH = 'O'
               READ FICHIER-ECHEANCIER NEXT RECORD
                   AT END MOVE 'O' TO EOF-ECH
                   NOT AT END
                       IF ECH-NUM-COMPTE NOT = PRT-NUM-COMPTE
                           MOVE 'O' TO EOF-ECH
                       ELSE
                           IF ECH-STATUT = 'P'
                               ADD 1 TO NB-ECH-PAYEES
                           END-IF
                           IF ECH-STATUT = 'I'
                               ADD 1 TO NB-ECH-IMPAYEES
                           END-IF
                           MOVE SPACES TO LIGNE-RELEVE
                           STRING ECH-RANG "  " ECH-DATE " "
                               ECH-MENSUALITE " " ECH-CAPITAL " "
                               ECH-INTERETS " " ECH-CRD "  "
                               ECH-STATUT " " ECH-DATE-PAIEMENT
                               DELIMITED BY SIZE INTO LIGNE-RELEVE
                           WRITE LIGNE-RELEVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-ECHEANCIER.

           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Echéances payées : " NB-ECH-PAYEES
               "  impayées : " NB-ECH-IMPAYEES
               "  (A à venir, P payée, I impayée)"
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           CLOSE FICHIER-RELEVE.
           DISPLAY "Tableau d'amortissement : " NOM-FICHIER-RELEVE.

      *------------------------------------------------------------*
      * PRELEVEMENT MENSUEL DES ECHEANCES DE PRETS                 *
      * Toute échéance arrivée à date et encore à venir, ainsi que *
      * toute échéance restée impayée, est prélevée sur le Courant *
      * lié aux conditions du guichet (découvert autorisé,         *
      * blocages). Réussie, elle passe payée et son capital est    *
      * porté au crédit du compte prêt (code A) ; refusée, elle    *
      * passe impayée et sera représentée au passage suivant.      *
      * Placé sous contrôle du registre des batchs, le pointage se *
      * fait par compte prêt.                                      *
      *------------------------------------------------------------*
       ECHEANCES-PRETS.
           MOVE "ECHEANCES-PRETS" TO NOM-BATCH-CTRL.
           MOVE DATE-AUJOURD(1:8) TO PERIODE-BATCH-CTRL.
           PERFORM DEMARRER-BATCH.
           IF BATCH-AUTORISE = 'O'
               PERFORM EXECUTER-ECHEANCES-PRETS
           END-IF.

      *------------------------------------------------------------*
      * PRELEVER LES ECHEANCES DUES SOUS CONTROLE DU REGISTRE      *
      *------------------------------------------------------------*
       EXECUTER-ECHEANCES-PRETS.
           MOVE 0 TO NB-ECH-PAYEES.
           MOVE 0 TO NB-ECH-IMPAYEES.
           MOVE 0 TO TOTAL-ECH-PAYEES.
           MOVE 0 TO TOTAL-ECH-IMPAYEES.
           MOVE SPACES TO NOM-FICHIER-RELEVE.
           STRING "ECHEANCES-PRETS-" DATE-AUJOURD(1:8) ".TXT"
               DELIMITED BY SIZE INTO NOM-FICHIER-RELEVE.
           OPEN OUTPUT FICHIER-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "PRELEVEMENT DES ECHEANCES DE PRETS AU "
               DATE-AUJOURD(1:8)
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

           MOVE 'N' TO EOF-ECH.
           OPEN I-O FICHIER-ECHEANCIER.
           OPEN INPUT FICHIER-PRET.
           PERFORM UNTIL EOF-ECH = 'O'
               READ FICHIER-ECHEANCIER NEXT RECORD
                   AT END MOVE 'O' TO EOF-ECH
                   NOT AT END
      *                Le compte pointé est repris : un prêt   *
      *                peut avoir plusieurs échéances dues, et *
      *                celles déjà payées (statut P) ne sont   *
      *                pas prélevées une seconde fois.         *
                       IF ECH-NUM-COMPTE >= REPRISE-DEPUIS
                           AND ((ECH-STATUT = 'A'
                           AND ECH-DATE <= DATE-AUJOURD(1:8))
                           OR ECH-STATUT = 'I')
                           PERFORM PRELEVER-ECHEANCE-PRET
                           MOVE ECH-NUM-COMPTE TO POINTAGE-BATCH
                           PERFORM POINTER-BATCH-COMPTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-PRET.
           CLOSE FICHIER-ECHEANCIER.
           PERFORM TERMINER-BATCH.

           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Echéances payées : " NB-ECH-PAYEES
               " pour " TOTAL-ECH-PAYEES
               "  impayées : " NB-ECH-IMPAYEES
               " pour " TOTAL-ECH-IMPAYEES
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           CLOSE FICHIER-RELEVE.

           MOVE "ECHEANCES PRETS" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           STRING NB-ECH-PAYEES " payées, " NB-ECH-IMPAYEES
               " impayées" DELIMITED BY SIZE INTO RESULTAT-AUDIT.
           PERFORM ECRIRE-AUDIT.

           DISPLAY "--------------------------------".
           DISPLAY "Echéances payées   : " NB-ECH-PAYEES
               "  montant : " TOTAL-ECH-PAYEES.
           DISPLAY "Echéances impayées : " NB-ECH-IMPAYEES
               "  montant : " TOTAL-ECH-IMPAYEES.
           DISPLAY "État des prélèvements : " NOM-FICHIER-RELEVE.
           PERFORM EDITER-IMPAYES-PRETS.

      *------------------------------------------------------------*
      * PRELEVER UNE ECHEANCE LUE SUR LE TABLEAU D'AMORTISSEMENT   *
      *------------------------------------------------------------*
       PRELEVER-ECHEANCE-PRET.
           MOVE 'N' TO OPERATION-OK.
           MOVE ECH-NUM-COMPTE TO PRT-NUM-COMPTE.
           READ FICHIER-PRET
               INVALID KEY
                   MOVE "contrat de prêt introuvable" TO MOTIF-REJET
               NOT INVALID KEY
                   MOVE PRT-NUM-COURANT TO NUM-ENTREE
                   MOVE 'L' TO REPONSE
                   MOVE ECH-MENSUALITE TO MONTANT
                   PERFORM APPLIQUER-DEPOT-RETRAIT
           END-READ.

           IF OPERATION-OK = 'O'
               PERFORM AMORTIR-CAPITAL-PRET
               MOVE 'P' TO ECH-STATUT
               MOVE DATE-AUJOURD(1:8) TO ECH-DATE-PAIEMENT
               ADD 1 TO NB-ECH-PAYEES
               ADD ECH-MENSUALITE TO TOTAL-ECH-PAYEES
           ELSE
               MOVE 'I' TO ECH-STATUT
               ADD 1 TO NB-ECH-IMPAYEES
               ADD ECH-MENSUALITE TO TOTAL-ECH-IMPAYEES
           END-IF.
           REWRITE ENREG-ECHEANCIER.

           MOVE SPACES TO LIGNE-RELEVE.
           IF OPERATION-OK = 'O'
               STRING "Prêt " ECH-NUM-COMPTE " échéance " ECH-RANG
                   " du " ECH-DATE "  " ECH-MENSUALITE "  payée"
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
           ELSE
               STRING "Prêt " ECH-NUM-COMPTE " échéance " ECH-RANG
                   " du " ECH-DATE "  " ECH-MENSUALITE
                   "  IMPAYEE : " MOTIF-REJET
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
           END-IF.
           WRITE LIGNE-RELEVE.

      *------------------------------------------------------------*
      * PORTER LE CAPITAL AMORTI AU CREDIT DU COMPTE PRET          *
      * Écriture interne à la banque (code A) : le blocage         *
      * éventuel du compte prêt ne s'y oppose pas.                 *
      *------------------------------------------------------------*
       AMORTIR-CAPITAL-PRET.
           OPEN I-O FICHIER-COMPTE.
           MOVE ECH-NUM-COMPTE TO NUM-COMPTE.
           READ FICHIER-COMPTE
               INVALID KEY
                   DISPLAY "Compte prêt " ECH-NUM-COMPTE
                       " introuvable, capital non amorti."
               NOT INVALID KEY
                   ADD ECH-CAPITAL TO SOLDE
                   REWRITE ENREG-COMPTE
                   MOVE 'A' TO REPONSE
                   MOVE ECH-CAPITAL TO MONTANT
                   PERFORM ECRIRE-MOUVEMENT
           END-READ.
           CLOSE FICHIER-COMPTE.

      *------------------------------------------------------------*
      * EDITER LA LISTE DES ECHEANCES IMPAYEES                     *
      * Les échéances impayées restent au tableau avec le statut I *
      * et sont représentées à chaque prélèvement jusqu'à paiement.*
      *------------------------------------------------------------*
       EDITER-IMPAYES-PRETS.
           MOVE 0 TO NB-ECH-IMPAYEES.
           MOVE 0 TO TOTAL-ECH-IMPAYEES.
           MOVE SPACES TO NOM-FICHIER-RELEVE.
           STRING "IMPAYES-PRETS-" DATE-AUJOURD(1:8) ".TXT"
               DELIMITED BY SIZE INTO NOM-FICHIER-RELEVE.
           OPEN OUTPUT FICHIER-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "ECHEANCES DE PRETS IMPAYEES AU " DATE-AUJOURD(1:8)
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

           MOVE 'N' TO EOF-ECH.
           OPEN INPUT FICHIER-ECHEANCIER.
           OPEN INPUT FICHIER-PRET.
           PERFORM UNTIL EOF-ECH = 'O'
               READ FICHIER-ECHEANCIER NEXT RECORD
                   AT END MOVE 'O' TO EOF-ECH
                   NOT AT END
                       IF ECH-STATUT = 'I'
                           ADD 1 TO NB-ECH-IMPAYEES
                           ADD ECH-MENSUALITE TO TOTAL-ECH-IMPAYEES
                           MOVE ECH-NUM-COMPTE TO PRT-NUM-COMPTE
                           READ FICHIER-PRET
                               INVALID KEY
                                   MOVE 0 TO PRT-NUM-COURANT
                           END-READ
                           MOVE SPACES TO LIGNE-RELEVE
                           STRING "Prêt " ECH-NUM-COMPTE
                               " échéance " ECH-RANG " du " ECH-DATE
                               "  " ECH-MENSUALITE
                               "  compte " PRT-NUM-COURANT
                               DELIMITED BY SIZE INTO LIGNE-RELEVE
                           WRITE LIGNE-RELEVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-PRET.
           CLOSE FICHIER-ECHEANCIER.

           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Echéances impayées : " NB-ECH-IMPAYEES
               "  montant : " TOTAL-ECH-IMPAYEES
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           CLOSE FICHIER-RELEVE.
           DISPLAY "Échéances impayées : " NB-ECH-IMPAYEES
               "  montant : " TOTAL-ECH-IMPAYEES.
           DISPLAY "Liste des impayés : " NOM-FICHIER-RELEVE.

      *------------------------------------------------------------*
      * EDITER L'ENCOURS DES PRETS                                 *
      * Pour chaque contrat, le capital restant dû selon le        *
      * tableau (capital emprunté moins le capital des échéances   *
      * payées) est rapproché du solde du compte prêt, porté en    *
      * négatif. Le total est rapproché de la somme des soldes de  *
      * tous les comptes de type "Pret" : un compte prêt sans      *
      * contrat y apparaît en écart.                               *
      *------------------------------------------------------------*
       EDITER-ENCOURS-PRETS.
           MOVE 0 TO NB-PRET.
           MOVE 0 TO TOTAL-PRET.
           MOVE 0 TO TOTAL-ENCOURS-ECH.
           MOVE 0 TO TOTAL-ENCOURS-SOLDE.
           MOVE 0 TO NB-PRETS-ECART.
           MOVE SPACES TO NOM-FICHIER-RELEVE.
           STRING "ENCOURS-PRETS-" DATE-AUJOURD(1:8) ".TXT"
               DELIMITED BY SIZE INTO NOM-FICHIER-RELEVE.
           OPEN OUTPUT FICHIER-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "ENCOURS DES PRETS AU " DATE-AUJOURD(1:8)
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

           MOVE 'N' TO EOF-PRET.
           OPEN INPUT FICHIER-PRET.
           OPEN INPUT FICHIER-ECHEANCIER.
           OPEN INPUT FICHIER-COMPTE.
           PERFORM UNTIL EOF-PRET = 'O'
               READ FICHIER-PRET NEXT RECORD
                   AT END MOVE 'O' TO EOF-PRET
                   NOT AT END
                       PERFORM RAPPROCHER-ENCOURS-PRET
               END-READ
           END-PERFORM.
           CLOSE FICHIER-ECHEANCIER.
           CLOSE FICHIER-PRET.

      *    Somme des soldes de tous les comptes prêts, contrat ou  *
      *    non, pour le rapprochement d'ensemble.                  *
           MOVE 'N' TO EOF.
           MOVE 0 TO NUM-COMPTE.
           START FICHIER-COMPTE KEY >= NUM-COMPTE
               INVALID KEY MOVE 'O' TO EOF
           END-START.
           PERFORM UNTIL EOF = 'O'
               READ FICHIER-COMPTE NEXT RECORD
                   AT END MOVE 'O' TO EOF
                   NOT AT END
                       IF TYPE-COMPTE = "Pret"
                           ADD 1 TO NB-PRET
                           ADD SOLDE TO TOTAL-PRET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-COMPTE.

           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Encours selon les tableaux : " TOTAL-ENCOURS-ECH
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Encours selon les comptes sous contrat : "
               TOTAL-ENCOURS-SOLDE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Soldes des " NB-PRET " comptes prêts : "
               TOTAL-PRET
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           IF TOTAL-ENCOURS-ECH + TOTAL-PRET = 0
               AND NB-PRETS-ECART = 0
               MOVE "Encours concordant avec les soldes des comptes."
                   TO LIGNE-RELEVE
           ELSE
               STRING "ECART : " NB-PRETS-ECART
                   " prêt(s) en écart, à rapprocher."
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
           END-IF.
           WRITE LIGNE-RELEVE.
           CLOSE FICHIER-RELEVE.

           DISPLAY "Encours selon les tableaux : " TOTAL-ENCOURS-ECH.
           DISPLAY "Soldes des comptes prêts   : " TOTAL-PRET.
           IF TOTAL-ENCOURS-ECH + TOTAL-PRET NOT = 0
               OR NB-PRETS-ECART > 0
               DISPLAY "ATTENTION : écart sur l'encours des prêts."
           END-IF.
           DISPLAY "État de l'encours : " NOM-FICHIER-RELEVE.

      *------------------------------------------------------------*
      * RAPPROCHER UN CONTRAT DE PRET DE SON COMPTE                *
      * Entrée : ENREG-PRET lu, fichiers prêts, échéancier et      *
      * comptes ouverts en lecture.                                *
      *------------------------------------------------------------*
       RAPPROCHER-ENCOURS-PRET.
           MOVE PRT-CAPITAL TO ENCOURS-ECH.
           MOVE 0 TO NB-IMPAYES-PRET.
           MOVE 'N' TO EOF-ECH.
           MOVE PRT-NUM-COMPTE TO ECH-NUM-COMPTE.
           MOVE 0 TO ECH-RANG.
           START FICHIER-ECHEANCIER KEY >= ECH-CLE
               INVALID KEY MOVE 'O' TO EOF-ECH
           END-START.
           PERFORM UNTIL EOF-ECH = 'O'
               READ FICHIER-ECHEANCIER NEXT RECORD
                   AT END MOVE 'O' TO EOF-ECH
                   NOT AT END
                       IF ECH-NUM-COMPTE NOT = PRT-NUM-COMPTE
                           MOVE 'O' TO EOF-ECH
                       ELSE
                           IF ECH-STATUT = 'P'
                               SUBTRACT ECH-CAPITAL FROM ENCOURS-ECH
                           END-IF
                           IF ECH-STATUT = 'I'
                               ADD 1 TO NB-IMPAYES-PRET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           ADD ENCOURS-ECH TO TOTAL-ENCOURS-ECH.

           MOVE 'N' TO ECART-PRET.
           MOVE PRT-NUM-COMPTE TO NUM-COMPTE.
           READ FICHIER-COMPTE
               INVALID KEY
                   MOVE 0 TO ENCOURS-SOLDE
                   MOVE 'O' TO ECART-PRET
               NOT INVALID KEY
                   COMPUTE ENCOURS-SOLDE = 0 - SOLDE
           END-READ.
           ADD ENCOURS-SOLDE TO TOTAL-ENCOURS-SOLDE.
           COMPUTE CAPITAL-RESTANT = ENCOURS-ECH - ENCOURS-SOLDE.
           IF CAPITAL-RESTANT NOT = 0
               MOVE 'O' TO ECART-PRET
           END-IF.
           IF ECART-PRET = 'O'
               ADD 1 TO NB-PRETS-ECART
           END-IF.

           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Prêt " PRT-NUM-COMPTE "  dû " ENCOURS-ECH
               "  solde " ENCOURS-SOLDE "  impayés " NB-IMPAYES-PRET
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           IF ECART-PRET = 'O'
               MOVE "ECART" TO LIGNE-RELEVE(70:5)
           END-IF.
           WRITE LIGNE-RELEVE.

      *------------------------------------------------------------*
      * RECHERCHER UN PRET EN COURS LIE AU COMPTE A CLOTURER       *
      * Entrée : ENREG-COMPTE lu (NUM-ENTREE). Un compte prêt se   *
      * clôt une fois son solde revenu à zéro ; un Courant ne se   *
      * clôt pas tant qu'il sert au prélèvement d'un prêt dont une *
      * échéance reste à payer. Sortie : PRET-LIE-TROUVE.          *
      *------------------------------------------------------------*
       CONTROLER-PRETS-LIES.
           MOVE 'N' TO PRET-LIE-TROUVE.
           IF TYPE-COMPTE = "Pret" AND SOLDE NOT = 0
               MOVE 'O' TO PRET-LIE-TROUVE
           END-IF.
           IF TYPE-COMPTE = "Courant"
               MOVE 'N' TO EOF-PRET
               OPEN INPUT FICHIER-PRET
               OPEN INPUT FICHIER-ECHEANCIER
               PERFORM UNTIL EOF-PRET = 'O'
                   READ FICHIER-PRET NEXT RECORD
                       AT END MOVE 'O' TO EOF-PRET
                       NOT AT END
                           IF PRT-NUM-COURANT = NUM-ENTREE
                               PERFORM CHERCHER-ECHEANCE-DUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ECHEANCIER
               CLOSE FICHIER-PRET
           END-IF.

      *------------------------------------------------------------*
      * CHERCHER UNE ECHEANCE NON PAYEE DU PRET LU                 *
      *------------------------------------------------------------*
       CHERCHER-ECHEANCE-DUE.
           MOVE 'N' TO EOF-ECH.
           MOVE PRT-NUM-COMPTE TO ECH-NUM-COMPTE.
           MOVE 0 TO ECH-RANG.
           START FICHIER-ECHEANCIER KEY >= ECH-CLE
               INVALID KEY MOVE 'O' TO EOF-ECH
           END-START.
           PERFORM UNTIL EOF-ECH = 'O'
               READ FICHIER-ECHEANCIER NEXT RECORD
                   AT END MOVE 'O' TO EOF-ECH
                   NOT AT END
                       IF ECH-NUM-COMPTE NOT = PRT-NUM-COMPTE
                           MOVE 'O' TO EOF-ECH
                       ELSE
                           IF ECH-STATUT NOT = 'P'
                               MOVE 'O' TO PRET-LIE-TROUVE
                               MOVE 'O' TO EOF-ECH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *------------------------------------------------------------*
      * SOUS-MENU DE LA SURVEILLANCE ANTI-BLANCHIMENT (SUPERVISEUR)*
      * La surveillance quotidienne alimente le registre des       *
      * alertes ; chaque alerte y est instruite (en examen) puis   *
      * classée sans suite ou déclarée, et les cas déclarés sont   *
      * extraits pour la déclaration de soupçon.                   *
      *------------------------------------------------------------*
       MENU-ALERTES-LCB.
           MOVE 'N' TO FIN-MENU-LCB.
           PERFORM UNTIL FIN-MENU-LCB = 'O'
               DISPLAY "--------------------------------"
               DISPLAY "   SURVEILLANCE ANTI-BLANCHIMENT"
               DISPLAY "--------------------------------"
               DISPLAY "1 - Surveillance des mouvements du jour"
               DISPLAY "2 - Lister les alertes à traiter"
               DISPLAY "3 - Traiter une alerte"
               DISPLAY "4 - Extraire les cas déclarés"
               DISPLAY "5 - Retour au menu principal"
               DISPLAY "Votre choix : "
               ACCEPT CHOIX-LCB
               EVALUATE CHOIX-LCB
                   WHEN 1 PERFORM SURVEILLANCE-LCB
                   WHEN 2 PERFORM LISTER-ALERTES-LCB
                   WHEN 3 PERFORM TRAITER-ALERTE-LCB
                   WHEN 4 PERFORM EXTRAIRE-DECLARATIONS-LCB
                   WHEN 5 MOVE 'O' TO FIN-MENU-LCB
                   WHEN OTHER DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

      *------------------------------------------------------------*
      * SURVEILLANCE QUOTIDIENNE DES MOUVEMENTS                    *
      * Traitement de type batch : chaque compte mouvementé ce     *
      * jour est analysé sur son historique indexé. Sont relevés : *
      * - S : un dépôt (code D) égal ou supérieur au seuil LCBSEU ;*
      * - F : au moins LCBFRN dépôts compris entre LCBFRP % du     *
      *   seuil et le seuil sur les LCBFRJ derniers jours, dont un *
      *   du jour (fractionnement) ;                               *
      * - A : un virement interbancaire reçu (V) dans les LCBARJ   *
      *   derniers jours, renvoyé ce jour (E ou R) pour au moins   *
      *   LCBARP % de son montant ;                                *
      * - D : une opération du client ce jour sur un compte sans   *
      *   opération depuis LCBDOR mois (dormant).                  *
      * Le seuil LCBSEU est obligatoire au barème ; les autres     *
      * valeurs prennent à défaut 3 dépôts, 7 jours, 80 %, 3       *
      * jours, 80 % et 12 mois.                                    *
      *------------------------------------------------------------*
       SURVEILLANCE-LCB.
           PERFORM CHARGER-SEUILS-LCB.
           IF BAREME-KO = 'N'
               PERFORM CONTROLER-HISTO-DISPONIBLE
               IF HISTO-DISPONIBLE = 'N'
                   DISPLAY "Historique indexé absent : passez le"
                       " chargement de l'historique d'abord."
               ELSE
                   MOVE "SURVEILLANCE-LCB" TO NOM-BATCH-CTRL
                   MOVE DATE-AUJOURD(1:8) TO PERIODE-BATCH-CTRL
                   PERFORM DEMARRER-BATCH
                   IF BATCH-AUTORISE = 'O'
                       PERFORM EXECUTER-SURVEILLANCE-LCB
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * CHARGER LES SEUILS DE SURVEILLANCE EN VIGUEUR CE JOUR      *
      * Sortie : seuils et bornes de dates ; BAREME-KO signale     *
      * l'absence du seuil LCBSEU.                                 *
      *------------------------------------------------------------*
       CHARGER-SEUILS-LCB.
           MOVE 'N' TO BAREME-KO.
           PERFORM CHARGER-TABLE-BAREME.
           MOVE DATE-AUJOURD(1:8) TO BAREME-DATE-CH.
           MOVE SPACES TO BAREME-CLE-CH.
           MOVE "LCBSEU" TO BAREME-CODE-CH.
           PERFORM CHERCHER-VALEUR-BAREME.
           IF BAREME-TROUVE = 'N'
               MOVE 'O' TO BAREME-KO
               DISPLAY "Aucun seuil anti-blanchiment (LCBSEU) au"
                   " barème en vigueur."
               DISPLAY "Complétez le barème tarifaire puis relancez."
           ELSE
               MOVE VALEUR-BAREME TO SEUIL-LCB
           END-IF.
           MOVE "LCBFRN" TO BAREME-CODE-CH.
           PERFORM CHERCHER-VALEUR-BAREME.
           IF BAREME-TROUVE = 'O' AND VALEUR-BAREME >= 2
               MOVE VALEUR-BAREME TO FRAC-NB-LCB
           ELSE
               MOVE 3 TO FRAC-NB-LCB
           END-IF.
           MOVE "LCBFRJ" TO BAREME-CODE-CH.
           PERFORM CHERCHER-VALEUR-BAREME.
           IF BAREME-TROUVE = 'O' AND VALEUR-BAREME >= 1
               MOVE VALEUR-BAREME TO FRAC-JOURS-LCB
           ELSE
               MOVE 7 TO FRAC-JOURS-LCB
           END-IF.
           MOVE "LCBFRP" TO BAREME-CODE-CH.
           PERFORM CHERCHER-VALEUR-BAREME.
           IF BAREME-TROUVE = 'O' AND VALEUR-BAREME < 100
               MOVE VALEUR-BAREME TO FRAC-PCT-LCB
           ELSE
               MOVE 80 TO FRAC-PCT-LCB
           END-IF.
           MOVE "LCBARJ" TO BAREME-CODE-CH.
           PERFORM CHERCHER-VALEUR-BAREME.
           IF BAREME-TROUVE = 'O' AND VALEUR-BAREME >= 1
               MOVE VALEUR-BAREME TO AR-JOURS-LCB
           ELSE
               MOVE 3 TO AR-JOURS-LCB
           END-IF.
           MOVE "LCBARP" TO BAREME-CODE-CH.
           PERFORM CHERCHER-VALEUR-BAREME.
           IF BAREME-TROUVE = 'O' AND VALEUR-BAREME <= 100
               MOVE VALEUR-BAREME TO AR-PCT-LCB
           ELSE
               MOVE 80 TO AR-PCT-LCB
           END-IF.
           MOVE "LCBDOR" TO BAREME-CODE-CH.
           PERFORM CHERCHER-VALEUR-BAREME.
           IF BAREME-TROUVE = 'O' AND VALEUR-BAREME >= 1
               MOVE VALEUR-BAREME TO DORMANCE-LCB
           ELSE
               MOVE 12 TO DORMANCE-LCB
           END-IF.
           COMPUTE PLANCHER-LCB ROUNDED =
               SEUIL-LCB * FRAC-PCT-LCB / 100.

      *    Bornes des fenêtres glissantes, jour courant compris.   *
           MOVE DATE-AUJOURD(1:8) TO DATE-NUM-8.
           COMPUTE JOUR-LCB-ENT =
               FUNCTION INTEGER-OF-DATE(DATE-NUM-8).
           COMPUTE DATE-NUM-8 = FUNCTION DATE-OF-INTEGER
               (JOUR-LCB-ENT - FRAC-JOURS-LCB + 1).
           MOVE DATE-NUM-8 TO DEBUT-FRAC-LCB.
           COMPUTE DATE-NUM-8 = FUNCTION DATE-OF-INTEGER
               (JOUR-LCB-ENT - AR-JOURS-LCB + 1).
           MOVE DATE-NUM-8 TO DEBUT-AR-LCB.
           MOVE DATE-AUJOURD(1:4) TO AN-CALC.
           MOVE DATE-AUJOURD(5:2) TO MOIS-CALC.
           COMPUTE TOT-MOIS-CALC = AN-CALC * 12 + MOIS-CALC - 1
               - DORMANCE-LCB.
           DIVIDE TOT-MOIS-CALC BY 12 GIVING AN-CALC
               REMAINDER RESTE-DIV.
           COMPUTE MOIS-CALC = RESTE-DIV + 1.
           MOVE SPACES TO SEUIL-DORMANCE.
           MOVE AN-CALC TO SEUIL-DORMANCE(1:4).
           MOVE MOIS-CALC TO SEUIL-DORMANCE(5:2).
           MOVE DATE-AUJOURD(7:2) TO SEUIL-DORMANCE(7:2).

      *------------------------------------------------------------*
      * ANALYSER LES COMPTES SOUS CONTROLE DU REGISTRE             *
      * Une alerte déjà portée au registre pour le même compte, le *
      * même jour et le même type n'est pas dupliquée : une        *
      * reprise ou un second passage dans la journée est sans      *
      * effet sur les alertes déjà levées.                         *
      *------------------------------------------------------------*
       EXECUTER-SURVEILLANCE-LCB.
           MOVE 0 TO NB-COMPTES-LCB.
           MOVE 0 TO NB-ALERTES-LCB.
           MOVE SPACES TO NOM-FICHIER-RELEVE.
           STRING "SURVEILLANCE-LCB-" DATE-AUJOURD(1:8) ".TXT"
               DELIMITED BY SIZE INTO NOM-FICHIER-RELEVE.
           OPEN OUTPUT FICHIER-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "SURVEILLANCE ANTI-BLANCHIMENT DU "
               DATE-AUJOURD(1:8) "  seuil " SEUIL-LCB
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

           MOVE 'N' TO EOF.
           OPEN INPUT FICHIER-COMPTE.
           OPEN INPUT FICHIER-HISTO.
           OPEN I-O FICHIER-ALERTE.
           PERFORM UNTIL EOF = 'O'
               READ FICHIER-COMPTE NEXT RECORD
                   AT END MOVE 'O' TO EOF
                   NOT AT END
                       IF NUM-COMPTE > REPRISE-DEPUIS
                           AND TYPE-COMPTE NOT = "Pret"
                           PERFORM EXAMINER-COMPTE-LCB
                           MOVE NUM-COMPTE TO POINTAGE-BATCH
                           PERFORM POINTER-BATCH-COMPTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-ALERTE.
           CLOSE FICHIER-HISTO.
           CLOSE FICHIER-COMPTE.
           PERFORM TERMINER-BATCH.

           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Comptes mouvementés analysés : " NB-COMPTES-LCB
               "  Alertes levées : " NB-ALERTES-LCB
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           CLOSE FICHIER-RELEVE.

           MOVE "SURVEILLANCE LCB" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           STRING NB-COMPTES-LCB " comptes analysés, "
               NB-ALERTES-LCB " alertes" DELIMITED BY SIZE
               INTO RESULTAT-AUDIT.
           PERFORM ECRIRE-AUDIT.

           DISPLAY "--------------------------------".
           DISPLAY "Comptes mouvementés analysés : " NB-COMPTES-LCB.
           DISPLAY "Alertes levées               : " NB-ALERTES-LCB.
           DISPLAY "État de la surveillance : " NOM-FICHIER-RELEVE.

      *------------------------------------------------------------*
      * EXAMINER LE COMPTE LU S'IL A ETE MOUVEMENTE CE JOUR        *
      *------------------------------------------------------------*
       EXAMINER-COMPTE-LCB.
           MOVE 'N' TO MVT-DU-JOUR-LCB.
           MOVE NUM-COMPTE TO HIS-NUM-COMPTE.
           MOVE DATE-AUJOURD(1:8) TO HIS-DATE.
           MOVE 0 TO HIS-SEQ.
           START FICHIER-HISTO KEY >= HIS-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FICHIER-HISTO NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIS-NUM-COMPTE = NUM-COMPTE
                               AND HIS-DATE = DATE-AUJOURD(1:8)
                               MOVE 'O' TO MVT-DU-JOUR-LCB
                           END-IF
                   END-READ
           END-START.
           IF MVT-DU-JOUR-LCB = 'O'
               ADD 1 TO NB-COMPTES-LCB
               PERFORM ANALYSER-HISTO-LCB
           END-IF.

      *------------------------------------------------------------*
      * RELIRE L'HISTORIQUE DU COMPTE ET LEVER LES ALERTES         *
      * L'historique est relu en entier, jusqu'au jour courant :   *
      * la date de la dernière opération du client avant ce jour   *
      * sert au repérage du compte dormant.                        *
      *------------------------------------------------------------*
       ANALYSER-HISTO-LCB.
           MOVE SPACES TO DERNIERE-DATE-MVT.
           MOVE SPACES TO DERNIERE-AVANT-LCB.
           MOVE 'N' TO JOUR-ATTEINT-LCB.
           MOVE 0 TO NB-FRAC-LCB.
           MOVE 'N' TO FRAC-DU-JOUR-LCB.
           MOVE 0 TO TOTAL-FRAC-LCB.
           MOVE 0 TO MONTANT-V-LCB.
           MOVE 0 TO MONTANT-AR-LCB.
           MOVE 0 TO MONTANT-D-LCB.
           MOVE 0 TO TOTAL-JOUR-LCB.

           MOVE 'N' TO EOF-HISTO.
           MOVE NUM-COMPTE TO HIS-NUM-COMPTE.
           MOVE "00000000" TO HIS-DATE.
           MOVE 0 TO HIS-SEQ.
           START FICHIER-HISTO KEY >= HIS-CLE
               INVALID KEY MOVE 'O' TO EOF-HISTO
           END-START.
           PERFORM UNTIL EOF-HISTO = 'O'
               READ FICHIER-HISTO NEXT RECORD
                   AT END MOVE 'O' TO EOF-HISTO
                   NOT AT END
                       IF HIS-NUM-COMPTE NOT = NUM-COMPTE
                           OR HIS-DATE > DATE-AUJOURD(1:8)
                           MOVE 'O' TO EOF-HISTO
                       ELSE
                           PERFORM CLASSER-MVT-LCB
                       END-IF
               END-READ
           END-PERFORM.

           IF MONTANT-D-LCB > 0
               MOVE 'S' TO TYPE-ALERTE-ENTREE
               MOVE MONTANT-D-LCB TO MONTANT-ALERTE
               MOVE "dépôt d'espèces au-delà du seuil"
                   TO LIBELLE-ALERTE
               PERFORM ECRIRE-ALERTE-LCB
           END-IF.
           IF NB-FRAC-LCB >= FRAC-NB-LCB AND FRAC-DU-JOUR-LCB = 'O'
               MOVE 'F' TO TYPE-ALERTE-ENTREE
               MOVE TOTAL-FRAC-LCB TO MONTANT-ALERTE
               MOVE SPACES TO LIBELLE-ALERTE
               STRING NB-FRAC-LCB " dépôts sous le seuil depuis le "
                   DEBUT-FRAC-LCB DELIMITED BY SIZE
                   INTO LIBELLE-ALERTE
               PERFORM ECRIRE-ALERTE-LCB
           END-IF.
           IF MONTANT-AR-LCB > 0
               MOVE 'A' TO TYPE-ALERTE-ENTREE
               MOVE MONTANT-AR-LCB TO MONTANT-ALERTE
               MOVE SPACES TO LIBELLE-ALERTE
               STRING "virement reçu de " MONTANT-V-LCB
                   " renvoyé" DELIMITED BY SIZE
                   INTO LIBELLE-ALERTE
               PERFORM ECRIRE-ALERTE-LCB
           END-IF.
      *    Réveil d'un compte dormant : opération du client ce     *
      *    jour, la précédente (ou l'ouverture) remontant au-delà  *
      *    de la durée de dormance.                                *
           IF DERNIERE-DATE-MVT = DATE-AUJOURD(1:8)
               IF DERNIERE-AVANT-LCB = SPACES
                   MOVE DATE-CREATION(1:8) TO DERNIERE-AVANT-LCB
               END-IF
               IF DERNIERE-AVANT-LCB < SEUIL-DORMANCE
                   MOVE 'D' TO TYPE-ALERTE-ENTREE
                   MOVE TOTAL-JOUR-LCB TO MONTANT-ALERTE
                   MOVE SPACES TO LIBELLE-ALERTE
                   STRING "compte dormant, dernière opération le "
                       DERNIERE-AVANT-LCB DELIMITED BY SIZE
                       INTO LIBELLE-ALERTE
                   PERFORM ECRIRE-ALERTE-LCB
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * CLASSER UN MOUVEMENT DE L'HISTORIQUE DANS LES FENETRES     *
      *------------------------------------------------------------*
       CLASSER-MVT-LCB.
           IF HIS-DATE = DATE-AUJOURD(1:8) AND JOUR-ATTEINT-LCB = 'N'
               MOVE 'O' TO JOUR-ATTEINT-LCB
               MOVE DERNIERE-DATE-MVT TO DERNIERE-AVANT-LCB
           END-IF.
           PERFORM CHARGER-MVT-DEPUIS-HISTO.
           PERFORM CUMULER-DERNIER-MVT.

           IF HIS-CODE = 'D' AND HIS-DATE >= DEBUT-FRAC-LCB
               AND HIS-MONTANT >= PLANCHER-LCB
               AND HIS-MONTANT < SEUIL-LCB
               ADD 1 TO NB-FRAC-LCB
               ADD HIS-MONTANT TO TOTAL-FRAC-LCB
               IF HIS-DATE = DATE-AUJOURD(1:8)
                   MOVE 'O' TO FRAC-DU-JOUR-LCB
               END-IF
           END-IF.
           IF HIS-CODE = 'V' AND HIS-DATE >= DEBUT-AR-LCB
               AND HIS-MONTANT > MONTANT-V-LCB
               MOVE HIS-MONTANT TO MONTANT-V-LCB
           END-IF.
           IF HIS-DATE = DATE-AUJOURD(1:8)
               IF HIS-CODE = 'D' AND HIS-MONTANT >= SEUIL-LCB
                   AND HIS-MONTANT > MONTANT-D-LCB
                   MOVE HIS-MONTANT TO MONTANT-D-LCB
               END-IF
               IF (HIS-CODE = 'E' OR HIS-CODE = 'R')
                   AND MONTANT-V-LCB > 0
                   AND HIS-MONTANT * 100 >= MONTANT-V-LCB * AR-PCT-LCB
                   AND HIS-MONTANT > MONTANT-AR-LCB
                   MOVE HIS-MONTANT TO MONTANT-AR-LCB
               END-IF
               IF HIS-CODE = 'D' OR HIS-CODE = 'R' OR HIS-CODE = 'V'
                   OR HIS-CODE = 'E' OR HIS-CODE = 'C'
                   ADD HIS-MONTANT TO TOTAL-JOUR-LCB
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * PORTER UNE ALERTE AU REGISTRE ET A L'ETAT DU JOUR          *
      * Entrée : NUM-COMPTE, TYPE-ALERTE-ENTREE, MONTANT-ALERTE et *
      * LIBELLE-ALERTE ; registre et état ouverts.                 *
      *------------------------------------------------------------*
       ECRIRE-ALERTE-LCB.
           MOVE DATE-AUJOURD(1:8) TO ALR-DATE.
           MOVE NUM-COMPTE TO ALR-NUM-COMPTE.
           MOVE TYPE-ALERTE-ENTREE TO ALR-TYPE.
           MOVE MONTANT-ALERTE TO ALR-MONTANT.
           MOVE 'N' TO ALR-STATUT.
           MOVE LIBELLE-ALERTE TO ALR-LIBELLE.
           MOVE DATE-AUJOURD(1:8) TO ALR-DATE-STATUT.
           MOVE OPERATEUR-CONNECTE TO ALR-OPERATEUR.
           MOVE SPACES TO ALR-COMMENTAIRE.
           WRITE ENREG-ALERTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO NB-ALERTES-LCB
                   MOVE SPACES TO LIGNE-RELEVE
                   STRING "Compte " NUM-COMPTE "  alerte "
                       TYPE-ALERTE-ENTREE "  " MONTANT-ALERTE "  "
                       LIBELLE-ALERTE
                       DELIMITED BY SIZE INTO LIGNE-RELEVE
                   WRITE LIGNE-RELEVE
           END-WRITE.

      *------------------------------------------------------------*
      * LISTER LES ALERTES NOUVELLES OU EN EXAMEN                  *
      *------------------------------------------------------------*
       LISTER-ALERTES-LCB.
           MOVE 0 TO NB-ALERTES-LCB.
           DISPLAY "ALERTES A TRAITER (date, compte, type, montant,"
               " statut) :".
           MOVE 'N' TO EOF-ALR.
           OPEN INPUT FICHIER-ALERTE.
           PERFORM UNTIL EOF-ALR = 'O'
               READ FICHIER-ALERTE NEXT RECORD
                   AT END MOVE 'O' TO EOF-ALR
                   NOT AT END
                       IF ALR-STATUT = 'N' OR ALR-STATUT = 'E'
                           ADD 1 TO NB-ALERTES-LCB
                           DISPLAY "  " ALR-DATE "  " ALR-NUM-COMPTE
                               "  " ALR-TYPE "  " ALR-MONTANT "  "
                               ALR-STATUT "  " ALR-LIBELLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-ALERTE.
           IF NB-ALERTES-LCB = 0
               DISPLAY "  Aucune alerte en attente."
           ELSE
               DISPLAY NB-ALERTES-LCB " alerte(s) à traiter"
                   " (N = nouvelle, E = en examen)."
           END-IF.

      *------------------------------------------------------------*
      * INSTRUIRE UNE ALERTE DU REGISTRE                           *
      * Une alerte nouvelle passe en examen, puis est classée sans *
      * suite ou déclarée ; ces deux derniers statuts sont         *
      * définitifs. Chaque changement est daté, signé de           *
      * l'opérateur et tracé au journal d'audit.                   *
      *------------------------------------------------------------*
       TRAITER-ALERTE-LCB.
           MOVE "Date de l'alerte (AAAAMMJJ) : " TO LIBELLE-DATE.
           PERFORM SAISIR-DATE-OBLIGATOIRE.
           MOVE DATE-SAISIE TO DATE-ALERTE-ENTREE.
           DISPLAY "Numéro de compte : ".
           ACCEPT NUM-ENTREE.
           DISPLAY "Type d'alerte (S/F/A/D) : ".
           ACCEPT TYPE-ALERTE-ENTREE.

           MOVE 'N' TO ALERTE-TROUVEE.
           OPEN I-O FICHIER-ALERTE.
           MOVE DATE-ALERTE-ENTREE TO ALR-DATE.
           MOVE NUM-ENTREE TO ALR-NUM-COMPTE.
           MOVE TYPE-ALERTE-ENTREE TO ALR-TYPE.
           READ FICHIER-ALERTE
               INVALID KEY
                   DISPLAY "Alerte introuvable."
               NOT INVALID KEY
                   MOVE 'O' TO ALERTE-TROUVEE
           END-READ.
           IF ALERTE-TROUVEE = 'O'
               DISPLAY "Montant     : " ALR-MONTANT
               DISPLAY "Motif       : " ALR-LIBELLE
               DISPLAY "Statut      : " ALR-STATUT " depuis le "
                   ALR-DATE-STATUT " (" ALR-OPERATEUR ")"
               DISPLAY "Commentaire : " ALR-COMMENTAIRE
               IF ALR-STATUT = 'C' OR ALR-STATUT = 'D'
                   DISPLAY "Alerte déjà clôturée."
               ELSE
                   PERFORM CHANGER-STATUT-ALERTE
               END-IF
           END-IF.
           CLOSE FICHIER-ALERTE.

      *------------------------------------------------------------*
      * SAISIR ET ENREGISTRER LE NOUVEAU STATUT DE L'ALERTE LUE    *
      *------------------------------------------------------------*
       CHANGER-STATUT-ALERTE.
           MOVE SPACE TO STATUT-ALERTE-ENTREE.
           PERFORM UNTIL STATUT-ALERTE-ENTREE = 'E'
                   OR STATUT-ALERTE-ENTREE = 'C'
                   OR STATUT-ALERTE-ENTREE = 'D'
               DISPLAY "Nouveau statut (E = en examen, C = classée"
                   " sans suite, D = déclarée) : "
               ACCEPT STATUT-ALERTE-ENTREE
           END-PERFORM.
           DISPLAY "Commentaire : ".
           MOVE SPACES TO COMMENTAIRE-ALERTE.
           ACCEPT COMMENTAIRE-ALERTE.

           MOVE STATUT-ALERTE-ENTREE TO ALR-STATUT.
           MOVE DATE-AUJOURD(1:8) TO ALR-DATE-STATUT.
           MOVE OPERATEUR-CONNECTE TO ALR-OPERATEUR.
           IF COMMENTAIRE-ALERTE NOT = SPACES
               MOVE COMMENTAIRE-ALERTE TO ALR-COMMENTAIRE
           END-IF.
           REWRITE ENREG-ALERTE.
           DISPLAY "Alerte passée au statut " ALR-STATUT ".".

           MOVE "ALERTE LCB" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           STRING "compte " ALR-NUM-COMPTE " alerte " ALR-TYPE
               " du " ALR-DATE " statut " ALR-STATUT
               DELIMITED BY SIZE INTO RESULTAT-AUDIT.
           PERFORM ECRIRE-AUDIT.

      *------------------------------------------------------------*
      * EXTRAIRE LES CAS DECLARES POUR LA DECLARATION DE SOUPCON   *
      * Une ligne par alerte déclarée, avec l'identité du          *
      * titulaire, suivie du motif et du commentaire d'instruction.*
      *------------------------------------------------------------*
       EXTRAIRE-DECLARATIONS-LCB.
           MOVE 0 TO NB-DECLARATIONS.
           MOVE SPACES TO NOM-FICHIER-RELEVE.
           STRING "DECLARATIONS-LCB-" DATE-AUJOURD(1:8) ".TXT"
               DELIMITED BY SIZE INTO NOM-FICHIER-RELEVE.
           OPEN OUTPUT FICHIER-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "CAS DECLARES AU " DATE-AUJOURD(1:8)
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

           MOVE 'N' TO EOF-ALR.
           OPEN INPUT FICHIER-ALERTE.
           OPEN INPUT FICHIER-COMPTE.
           PERFORM UNTIL EOF-ALR = 'O'
               READ FICHIER-ALERTE NEXT RECORD
                   AT END MOVE 'O' TO EOF-ALR
                   NOT AT END
                       IF ALR-STATUT = 'D'
                           PERFORM ECRIRE-DECLARATION-LCB
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-COMPTE.
           CLOSE FICHIER-ALERTE.

           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Cas déclarés : " NB-DECLARATIONS
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           CLOSE FICHIER-RELEVE.

           MOVE "EXTRACTION LCB" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           STRING NB-DECLARATIONS " cas déclarés extraits"
               DELIMITED BY SIZE INTO RESULTAT-AUDIT.
           PERFORM ECRIRE-AUDIT.
           DISPLAY "Cas déclarés : " NB-DECLARATIONS.
           DISPLAY "Extraction : " NOM-FICHIER-RELEVE.

      *------------------------------------------------------------*
      * ECRIRE UN CAS DECLARE A L'EXTRACTION                       *
      *------------------------------------------------------------*
       ECRIRE-DECLARATION-LCB.
           ADD 1 TO NB-DECLARATIONS.
           MOVE 0 TO NUM-CLIENT-ENTREE.
           MOVE ALR-NUM-COMPTE TO NUM-COMPTE.
           READ FICHIER-COMPTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NUM-CLIENT-TITU TO NUM-CLIENT-ENTREE
           END-READ.
           PERFORM LIRE-NOM-CLIENT.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING ALR-DATE " compte " ALR-NUM-COMPTE " type "
               ALR-TYPE " " ALR-MONTANT " client "
               NUM-CLIENT-ENTREE " " NOM-TITULAIRE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "    déclaré le " ALR-DATE-STATUT " par "
               ALR-OPERATEUR " : " ALR-LIBELLE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           IF ALR-COMMENTAIRE NOT = SPACES
               MOVE SPACES TO LIGNE-RELEVE
               STRING "    " ALR-COMMENTAIRE
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           END-IF.

      *------------------------------------------------------------*
      * OUVRIR LA CAISSE DE L'OPERATEUR POUR LA JOURNEE            *
      * Proposé à l'ouverture de session : une caisse déjà ouverte *
      * le même jour est reprise telle quelle ; une caisse arrêtée *
      * ou fermée ne se rouvre pas. Sans caisse ouverte, aucune    *
      * opération en espèces n'est possible au guichet.            *
      *------------------------------------------------------------*
       OUVRIR-CAISSE.
           MOVE 'N' TO CAISSE-OUVERTE.
           MOVE OPERATEUR-CONNECTE TO OPERATEUR-CAISSE.
           PERFORM LIRE-CAISSE-OPERATEUR.
           IF CAISSE-TROUVEE = 'O'
               EVALUATE CAI-STATUT
                   WHEN 'O'
                       MOVE 'O' TO CAISSE-OUVERTE
                       PERFORM CALCULER-ENCAISSE
                       DISPLAY "Caisse du jour reprise, encaisse : "
                           ENCAISSE-THEORIQUE
                   WHEN 'A'
                       DISPLAY "Caisse du jour arrêtée en écart,"
                           " visa superviseur attendu."
                   WHEN OTHER
                       DISPLAY "Caisse du jour déjà fermée."
               END-EVALUATE
           ELSE
               MOVE SPACE TO REPONSE
               PERFORM UNTIL REPONSE = 'O' OR REPONSE = 'N'
                   DISPLAY "Ouvrir une caisse pour la journée (O/N) : "
                   ACCEPT REPONSE
               END-PERFORM
               IF REPONSE = 'O'
                   PERFORM CREER-CAISSE-OPERATEUR
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * CREER LA CAISSE DU JOUR AVEC SON FOND DE CAISSE            *
      *------------------------------------------------------------*
       CREER-CAISSE-OPERATEUR.
           MOVE "Fond de caisse : " TO LIBELLE-MONTANT.
           PERFORM SAISIR-MONTANT-OU-ZERO.
           MOVE DATE-AUJOURD(1:8) TO CAI-DATE.
           MOVE OPERATEUR-CONNECTE TO CAI-OPERATEUR.
           MOVE 'O' TO CAI-STATUT.
           MOVE MONTANT TO CAI-FOND.
           MOVE 0 TO CAI-DEPOTS.
           MOVE 0 TO CAI-RETRAITS.
           MOVE 0 TO CAI-RECU-CAISSES.
           MOVE 0 TO CAI-CEDE-CAISSES.
           MOVE 0 TO CAI-APPRO-COFFRE.
           MOVE 0 TO CAI-VERSE-COFFRE.
           MOVE 0 TO CAI-COMPTE.
           MOVE 0 TO CAI-ECART.
           MOVE SPACES TO CAI-VISA.
           OPEN I-O FICHIER-CAISSE.
           WRITE ENREG-CAISSE
               INVALID KEY
                   DISPLAY "Caisse déjà enregistrée pour ce jour."
               NOT INVALID KEY
                   MOVE 'O' TO CAISSE-OUVERTE
           END-WRITE.
           CLOSE FICHIER-CAISSE.
           IF CAISSE-OUVERTE = 'O'
               DISPLAY "Caisse ouverte, fond : " CAI-FOND
               MOVE "OUVERTURE CAISSE" TO ACTION-AUDIT
               MOVE SPACES TO RESULTAT-AUDIT
               STRING "fond de caisse " CAI-FOND
                   DELIMITED BY SIZE INTO RESULTAT-AUDIT
               PERFORM ECRIRE-AUDIT
           END-IF.

      *------------------------------------------------------------*
      * LIRE LA CAISSE DU JOUR D'UN OPERATEUR                      *
      * Entrée : OPERATEUR-CAISSE. Sortie : ENREG-CAISSE et        *
      * CAISSE-TROUVEE.                                            *
      *------------------------------------------------------------*
       LIRE-CAISSE-OPERATEUR.
           MOVE 'N' TO CAISSE-TROUVEE.
           OPEN INPUT FICHIER-CAISSE.
           MOVE DATE-AUJOURD(1:8) TO CAI-DATE.
           MOVE OPERATEUR-CAISSE TO CAI-OPERATEUR.
           READ FICHIER-CAISSE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO CAISSE-TROUVEE
           END-READ.
           CLOSE FICHIER-CAISSE.

      *------------------------------------------------------------*
      * CALCULER L'ENCAISSE THEORIQUE DE LA CAISSE LUE             *
      * Fond + dépôts - retraits + reçus d'autres caisses - cédés  *
      * à d'autres caisses + approvisionnements par le coffre -    *
      * versements au coffre.                                      *
      *------------------------------------------------------------*
       CALCULER-ENCAISSE.
           COMPUTE ENCAISSE-THEORIQUE = CAI-FOND + CAI-DEPOTS
               - CAI-RETRAITS + CAI-RECU-CAISSES - CAI-CEDE-CAISSES
               + CAI-APPRO-COFFRE - CAI-VERSE-COFFRE.

      *------------------------------------------------------------*
      * IMPUTER LE DEPOT OU LE RETRAIT A LA CAISSE DE L'OPERATEUR  *
      *------------------------------------------------------------*
       IMPUTER-CAISSE.
           OPEN I-O FICHIER-CAISSE.
           MOVE DATE-AUJOURD(1:8) TO CAI-DATE.
           MOVE OPERATEUR-CONNECTE TO CAI-OPERATEUR.
           READ FICHIER-CAISSE
               INVALID KEY
                   DISPLAY "Caisse introuvable, opération non"
                       " imputée."
               NOT INVALID KEY
                   IF REPONSE = 'D'
                       ADD MONTANT TO CAI-DEPOTS
                   ELSE
                       ADD MONTANT TO CAI-RETRAITS
                   END-IF
                   REWRITE ENREG-CAISSE
           END-READ.
           CLOSE FICHIER-CAISSE.

      *------------------------------------------------------------*
      * SOUS-MENU DE LA CAISSE GUICHET                             *
      *------------------------------------------------------------*
       MENU-CAISSE.
           MOVE 'N' TO FIN-MENU-CAI.
           PERFORM UNTIL FIN-MENU-CAI = 'O'
               DISPLAY "--------------------------------"
               DISPLAY "   CAISSE GUICHET"
               DISPLAY "--------------------------------"
               DISPLAY "1 - Ouvrir ma caisse"
               DISPLAY "2 - Situation de ma caisse"
               DISPLAY "3 - Transfert d'espèces (caisse ou coffre)"
               DISPLAY "4 - Arrêté de caisse (comptage)"
               DISPLAY "5 - Visa d'une caisse en écart (superviseur)"
               DISPLAY "6 - Position espèces de l'agence"
               DISPLAY "7 - Retour au menu principal"
               DISPLAY "Votre choix : "
               ACCEPT CHOIX-CAI
               EVALUATE CHOIX-CAI
                   WHEN 1 PERFORM OUVRIR-CAISSE
                   WHEN 2 PERFORM AFFICHER-CAISSE
                   WHEN 3 PERFORM TRANSFERER-ESPECES
                   WHEN 4 PERFORM ARRETER-CAISSE
                   WHEN 5 PERFORM CONTROLER-SUPERVISEUR
                          IF PROFIL-CONNECTE = 'S'
                              PERFORM VISER-CAISSE
                          END-IF
                   WHEN 6 PERFORM POSITION-ESPECES-AGENCE
                   WHEN 7 MOVE 'O' TO FIN-MENU-CAI
                   WHEN OTHER DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

      *------------------------------------------------------------*
      * AFFICHER LA SITUATION DE LA CAISSE DE L'OPERATEUR          *
      *------------------------------------------------------------*
       AFFICHER-CAISSE.
           MOVE OPERATEUR-CONNECTE TO OPERATEUR-CAISSE.
           PERFORM LIRE-CAISSE-OPERATEUR.
           IF CAISSE-TROUVEE = 'N'
               DISPLAY "Aucune caisse à votre nom ce jour."
           ELSE
               PERFORM CALCULER-ENCAISSE
               DISPLAY "Caisse " CAI-OPERATEUR " du " CAI-DATE
                   "  statut " CAI-STATUT
               DISPLAY "  Fond de caisse          : " CAI-FOND
               DISPLAY "  Dépôts espèces          : " CAI-DEPOTS
               DISPLAY "  Retraits espèces        : " CAI-RETRAITS
               DISPLAY "  Reçu d'autres caisses   : "
                   CAI-RECU-CAISSES
               DISPLAY "  Cédé à d'autres caisses : "
                   CAI-CEDE-CAISSES
               DISPLAY "  Approvisionné (coffre)  : "
                   CAI-APPRO-COFFRE
               DISPLAY "  Versé au coffre         : "
                   CAI-VERSE-COFFRE
               DISPLAY "  Encaisse théorique      : "
                   ENCAISSE-THEORIQUE
               IF CAI-STATUT NOT = 'O'
                   DISPLAY "  Comptage               : " CAI-COMPTE
                   DISPLAY "  Écart                  : " CAI-ECART
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * TRANSFERER DES ESPECES VERS UNE CAISSE OU LE COFFRE        *
      * C = cession à la caisse ouverte d'un autre opérateur,      *
      * V = versement au coffre, A = approvisionnement par le      *
      * coffre. Une sortie ne peut excéder l'encaisse. Chaque      *
      * transfert est porté au journal des transferts et à l'audit.*
      *------------------------------------------------------------*
       TRANSFERER-ESPECES.
           MOVE OPERATEUR-CONNECTE TO OPERATEUR-CAISSE.
           PERFORM LIRE-CAISSE-OPERATEUR.
           IF CAISSE-TROUVEE = 'N' OR CAI-STATUT NOT = 'O'
               DISPLAY "Aucune caisse ouverte à votre nom ce jour."
           ELSE
               PERFORM SAISIR-TRANSFERT-ESPECES
           END-IF.

      *------------------------------------------------------------*
      * SAISIR ET CONTROLER LE TRANSFERT PUIS L'ENREGISTRER        *
      *------------------------------------------------------------*
       SAISIR-TRANSFERT-ESPECES.
           PERFORM CALCULER-ENCAISSE.
           MOVE SPACE TO SENS-TRF-CAISSE.
           PERFORM UNTIL SENS-TRF-CAISSE = 'C'
                   OR SENS-TRF-CAISSE = 'V' OR SENS-TRF-CAISSE = 'A'
               DISPLAY "C = vers une autre caisse, V = versement au"
                   " coffre, A = approvisionnement par le coffre : "
               ACCEPT SENS-TRF-CAISSE
           END-PERFORM.
           MOVE "Montant transféré : " TO LIBELLE-MONTANT.
           PERFORM SAISIR-MONTANT-POSITIF.

           MOVE 'O' TO CAISSE-OK.
           MOVE "COFFRE" TO DEST-CAISSE.
           IF SENS-TRF-CAISSE = 'C'
               DISPLAY "Opérateur de la caisse destinataire : "
               MOVE SPACES TO DEST-CAISSE
               ACCEPT DEST-CAISSE
               IF DEST-CAISSE = OPERATEUR-CONNECTE
                   MOVE 'N' TO CAISSE-OK
                   DISPLAY "La caisse destinataire est la vôtre."
               ELSE
                   MOVE DEST-CAISSE TO OPERATEUR-CAISSE
                   PERFORM LIRE-CAISSE-OPERATEUR
                   IF CAISSE-TROUVEE = 'N' OR CAI-STATUT NOT = 'O'
                       MOVE 'N' TO CAISSE-OK
                       DISPLAY "Pas de caisse ouverte ce jour pour "
                           DEST-CAISSE
                   END-IF
               END-IF
           END-IF.
           IF CAISSE-OK = 'O' AND SENS-TRF-CAISSE NOT = 'A'
               AND MONTANT > ENCAISSE-THEORIQUE
               MOVE 'N' TO CAISSE-OK
               DISPLAY "Encaisse insuffisante : " ENCAISSE-THEORIQUE
           END-IF.
           IF CAISSE-OK = 'O'
               PERFORM ENREGISTRER-TRANSFERT-ESPECES
           END-IF.

      *------------------------------------------------------------*
      * ENREGISTRER LE TRANSFERT SUR LES CAISSES ET AU JOURNAL     *
      *------------------------------------------------------------*
       ENREGISTRER-TRANSFERT-ESPECES.
           OPEN I-O FICHIER-CAISSE.
           MOVE DATE-AUJOURD(1:8) TO CAI-DATE.
           MOVE OPERATEUR-CONNECTE TO CAI-OPERATEUR.
           READ FICHIER-CAISSE
               NOT INVALID KEY
                   EVALUATE SENS-TRF-CAISSE
                       WHEN 'C'
                           ADD MONTANT TO CAI-CEDE-CAISSES
                       WHEN 'V'
                           ADD MONTANT TO CAI-VERSE-COFFRE
                       WHEN OTHER
                           ADD MONTANT TO CAI-APPRO-COFFRE
                   END-EVALUATE
                   REWRITE ENREG-CAISSE
           END-READ.
           IF SENS-TRF-CAISSE = 'C'
               MOVE DATE-AUJOURD(1:8) TO CAI-DATE
               MOVE DEST-CAISSE TO CAI-OPERATEUR
               READ FICHIER-CAISSE
                   NOT INVALID KEY
                       ADD MONTANT TO CAI-RECU-CAISSES
                       REWRITE ENREG-CAISSE
               END-READ
           END-IF.
           CLOSE FICHIER-CAISSE.

           MOVE DATE-AUJOURD(1:8) TO TRC-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRC-HEURE.
           MOVE SENS-TRF-CAISSE TO TRC-SENS.
           MOVE OPERATEUR-CONNECTE TO TRC-OPERATEUR.
           MOVE DEST-CAISSE TO TRC-CONTREPARTIE.
           MOVE MONTANT TO TRC-MONTANT.
           OPEN EXTEND FICHIER-TRF-CAISSE.
           IF FS-TRF-CAISSE = "35"
               OPEN OUTPUT FICHIER-TRF-CAISSE
           END-IF.
           WRITE ENREG-TRF-CAISSE.
           CLOSE FICHIER-TRF-CAISSE.

           MOVE "TRANSFERT CAISSE" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           STRING "sens " SENS-TRF-CAISSE " vers/de " DEST-CAISSE
               " montant " MONTANT DELIMITED BY SIZE
               INTO RESULTAT-AUDIT.
           PERFORM ECRIRE-AUDIT.
           DISPLAY "Transfert enregistré.".

      *------------------------------------------------------------*
      * ARRETE DE CAISSE EN FIN DE JOURNEE                         *
      * L'opérateur saisit son comptage par coupure ; le total est *
      * rapproché de l'encaisse théorique. Une caisse juste est    *
      * fermée ; une caisse en écart reste arrêtée jusqu'au visa   *
      * d'un superviseur (un nouveau comptage reste possible       *
      * entre-temps). L'état détaillé est imprimé dans tous les    *
      * cas.                                                       *
      *------------------------------------------------------------*
       ARRETER-CAISSE.
           MOVE OPERATEUR-CONNECTE TO OPERATEUR-CAISSE.
           PERFORM LIRE-CAISSE-OPERATEUR.
           IF CAISSE-TROUVEE = 'N'
               DISPLAY "Aucune caisse à votre nom ce jour."
           ELSE
               IF CAI-STATUT = 'F'
                   DISPLAY "Caisse du jour déjà fermée."
               ELSE
                   PERFORM COMPTER-CAISSE
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * SAISIR LE COMPTAGE, EDITER L'ARRETE ET STATUER             *
      *------------------------------------------------------------*
       COMPTER-CAISSE.
           PERFORM CALCULER-ENCAISSE.
           MOVE SPACES TO NOM-FICHIER-RELEVE.
           STRING "CAISSE-" DATE-AUJOURD(1:8) "-" OPERATEUR-CONNECTE
               DELIMITED BY SPACE ".TXT" DELIMITED BY SIZE
               INTO NOM-FICHIER-RELEVE.
           OPEN OUTPUT FICHIER-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "ARRETE DE CAISSE " OPERATEUR-CONNECTE " DU "
               DATE-AUJOURD(1:8)
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

           MOVE 0 TO TOTAL-COMPTE-CAI.
           PERFORM VARYING IDX-COUPURE FROM 1 BY 1
                   UNTIL IDX-COUPURE > 15
               MOVE VALEUR-COUPURE(IDX-COUPURE) TO MONTANT-EDIT
               DISPLAY "Nombre de billets/pièces de " MONTANT-EDIT
                   " : "
               MOVE 0 TO NB-COUPURES
               ACCEPT NB-COUPURES
               COMPUTE MONTANT-COUPURE =
                   NB-COUPURES * VALEUR-COUPURE(IDX-COUPURE)
               ADD MONTANT-COUPURE TO TOTAL-COMPTE-CAI
               IF NB-COUPURES > 0
                   MOVE SPACES TO LIGNE-RELEVE
                   STRING "  " NB-COUPURES " x " MONTANT-EDIT
                       " = " MONTANT-COUPURE
                       DELIMITED BY SIZE INTO LIGNE-RELEVE
                   WRITE LIGNE-RELEVE
               END-IF
           END-PERFORM.

           OPEN I-O FICHIER-CAISSE.
           MOVE DATE-AUJOURD(1:8) TO CAI-DATE.
           MOVE OPERATEUR-CONNECTE TO CAI-OPERATEUR.
           READ FICHIER-CAISSE
               NOT INVALID KEY
                   MOVE TOTAL-COMPTE-CAI TO CAI-COMPTE
                   COMPUTE CAI-ECART =
                       TOTAL-COMPTE-CAI - ENCAISSE-THEORIQUE
                   IF CAI-ECART = 0
                       MOVE 'F' TO CAI-STATUT
                   ELSE
                       MOVE 'A' TO CAI-STATUT
                   END-IF
                   REWRITE ENREG-CAISSE
           END-READ.
           CLOSE FICHIER-CAISSE.
           MOVE 'N' TO CAISSE-OUVERTE.

           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Fond " CAI-FOND "  dépôts " CAI-DEPOTS
               "  retraits " CAI-RETRAITS
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Transferts reçus " CAI-RECU-CAISSES
               "  cédés " CAI-CEDE-CAISSES
               "  coffre +" CAI-APPRO-COFFRE " -" CAI-VERSE-COFFRE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Encaisse théorique " ENCAISSE-THEORIQUE
               "  comptée " TOTAL-COMPTE-CAI "  écart " CAI-ECART
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           IF CAI-STATUT = 'F'
               MOVE "Caisse juste : fermée." TO LIGNE-RELEVE
           ELSE
               MOVE "Caisse en écart : visa superviseur requis."
                   TO LIGNE-RELEVE
           END-IF.
           WRITE LIGNE-RELEVE.
           CLOSE FICHIER-RELEVE.

           MOVE "ARRETE CAISSE" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           STRING "théorique " ENCAISSE-THEORIQUE " compté "
               TOTAL-COMPTE-CAI " statut " CAI-STATUT
               DELIMITED BY SIZE INTO RESULTAT-AUDIT.
           PERFORM ECRIRE-AUDIT.
           DISPLAY "Encaisse théorique : " ENCAISSE-THEORIQUE.
           DISPLAY "Encaisse comptée   : " TOTAL-COMPTE-CAI.
           DISPLAY "Écart              : " CAI-ECART.
           IF CAI-STATUT = 'F'
               DISPLAY "Caisse juste : fermée."
           ELSE
               DISPLAY "Caisse en écart : visa superviseur requis"
                   " pour la fermer."
           END-IF.
           DISPLAY "Arrêté de caisse : " NOM-FICHIER-RELEVE.

      *------------------------------------------------------------*
      * VISER ET FERMER UNE CAISSE ARRETEE EN ECART (SUPERVISEUR)  *
      * Un superviseur ne vise pas sa propre caisse.               *
      *------------------------------------------------------------*
       VISER-CAISSE.
           DISPLAY "Opérateur de la caisse à viser : ".
           MOVE SPACES TO OPERATEUR-CAISSE.
           ACCEPT OPERATEUR-CAISSE.
           MOVE "Date de la caisse (AAAAMMJJ) : " TO LIBELLE-DATE.
           PERFORM SAISIR-DATE-OBLIGATOIRE.
           MOVE 'N' TO CAISSE-TROUVEE.
           OPEN I-O FICHIER-CAISSE.
           MOVE DATE-SAISIE TO CAI-DATE.
           MOVE OPERATEUR-CAISSE TO CAI-OPERATEUR.
           READ FICHIER-CAISSE
               INVALID KEY
                   DISPLAY "Caisse introuvable."
               NOT INVALID KEY
                   MOVE 'O' TO CAISSE-TROUVEE
           END-READ.
           IF CAISSE-TROUVEE = 'O'
               IF CAI-STATUT NOT = 'A'
                   DISPLAY "Cette caisse n'est pas en attente de"
                       " visa."
               ELSE
                   IF CAI-OPERATEUR = OPERATEUR-CONNECTE
                       DISPLAY "Un superviseur ne vise pas sa propre"
                           " caisse."
                   ELSE
                       PERFORM CONFIRMER-VISA-CAISSE
                   END-IF
               END-IF
           END-IF.
           CLOSE FICHIER-CAISSE.

      *------------------------------------------------------------*
      * CONFIRMER LE VISA DE LA CAISSE LUE ET LA FERMER            *
      *------------------------------------------------------------*
       CONFIRMER-VISA-CAISSE.
           PERFORM CALCULER-ENCAISSE.
           DISPLAY "Encaisse théorique : " ENCAISSE-THEORIQUE.
           DISPLAY "Encaisse comptée   : " CAI-COMPTE.
           DISPLAY "Écart              : " CAI-ECART.
           MOVE SPACE TO REPONSE.
           PERFORM UNTIL REPONSE = 'O' OR REPONSE = 'N'
               DISPLAY "Viser l'écart et fermer la caisse (O/N) : "
               ACCEPT REPONSE
           END-PERFORM.
           IF REPONSE = 'O'
               MOVE 'F' TO CAI-STATUT
               MOVE OPERATEUR-CONNECTE TO CAI-VISA
               REWRITE ENREG-CAISSE
               MOVE "VISA CAISSE" TO ACTION-AUDIT
               MOVE SPACES TO RESULTAT-AUDIT
               STRING "caisse " CAI-OPERATEUR " du " CAI-DATE
                   " écart " CAI-ECART
                   DELIMITED BY SIZE INTO RESULTAT-AUDIT
               PERFORM ECRIRE-AUDIT
               DISPLAY "Caisse visée et fermée."
           END-IF.

      *------------------------------------------------------------*
      * POSITION ESPECES DE L'AGENCE POUR LA JOURNEE               *
      * Cumul de toutes les caisses du jour : l'encaisse comptée   *
      * et l'écart ne portent que sur les caisses déjà arrêtées.   *
      * Affichée avec les totaux de l'arrêté journalier.           *
      *------------------------------------------------------------*
       POSITION-ESPECES-AGENCE.
           MOVE 0 TO NB-CAISSES.
           MOVE 0 TO NB-CAISSES-OUVERTES.
           MOVE 0 TO NB-CAISSES-ECART.
           MOVE 0 TO TOTAL-FOND-AGENCE.
           MOVE 0 TO TOTAL-DEPOTS-AGENCE.
           MOVE 0 TO TOTAL-RETRAITS-AGENCE.
           MOVE 0 TO TOTAL-COFFRE-AGENCE.
           MOVE 0 TO TOTAL-THEO-AGENCE.
           MOVE 0 TO TOTAL-COMPTE-AGENCE.
           MOVE 0 TO TOTAL-ECART-AGENCE.
           MOVE 'N' TO EOF-CAI.
           OPEN INPUT FICHIER-CAISSE.
           MOVE DATE-AUJOURD(1:8) TO CAI-DATE.
           MOVE LOW-VALUES TO CAI-OPERATEUR.
           START FICHIER-CAISSE KEY >= CAI-CLE
               INVALID KEY MOVE 'O' TO EOF-CAI
           END-START.
           PERFORM UNTIL EOF-CAI = 'O'
               READ FICHIER-CAISSE NEXT RECORD
                   AT END MOVE 'O' TO EOF-CAI
                   NOT AT END
                       IF CAI-DATE NOT = DATE-AUJOURD(1:8)
                           MOVE 'O' TO EOF-CAI
                       ELSE
                           PERFORM CUMULER-CAISSE-AGENCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-CAISSE.

           DISPLAY "--------------------------------".
           DISPLAY "Position espèces de l'agence".
           DISPLAY "Caisses du jour : " NB-CAISSES
               " (ouvertes " NB-CAISSES-OUVERTES
               ", en attente de visa " NB-CAISSES-ECART ")".
           DISPLAY "  Fonds de caisse      : " TOTAL-FOND-AGENCE.
           DISPLAY "  Dépôts espèces       : " TOTAL-DEPOTS-AGENCE.
           DISPLAY "  Retraits espèces     : " TOTAL-RETRAITS-AGENCE.
           DISPLAY "  Net remis au coffre  : " TOTAL-COFFRE-AGENCE.
           DISPLAY "  Encaisse théorique   : " TOTAL-THEO-AGENCE.
           DISPLAY "  Encaisse comptée     : " TOTAL-COMPTE-AGENCE.
           DISPLAY "  Écart des arrêtés    : " TOTAL-ECART-AGENCE.

      *------------------------------------------------------------*
      * CUMULER LA CAISSE LUE DANS LA POSITION DE L'AGENCE         *
      *------------------------------------------------------------*
       CUMULER-CAISSE-AGENCE.
           ADD 1 TO NB-CAISSES.
           PERFORM CALCULER-ENCAISSE.
           ADD CAI-FOND TO TOTAL-FOND-AGENCE.
           ADD CAI-DEPOTS TO TOTAL-DEPOTS-AGENCE.
           ADD CAI-RETRAITS TO TOTAL-RETRAITS-AGENCE.
           COMPUTE TOTAL-COFFRE-AGENCE = TOTAL-COFFRE-AGENCE
               + CAI-VERSE-COFFRE - CAI-APPRO-COFFRE.
           ADD ENCAISSE-THEORIQUE TO TOTAL-THEO-AGENCE.
           EVALUATE CAI-STATUT
               WHEN 'O'
                   ADD 1 TO NB-CAISSES-OUVERTES
               WHEN 'A'
                   ADD 1 TO NB-CAISSES-ECART
                   ADD CAI-COMPTE TO TOTAL-COMPTE-AGENCE
                   ADD CAI-ECART TO TOTAL-ECART-AGENCE
               WHEN OTHER
                   ADD CAI-COMPTE TO TOTAL-COMPTE-AGENCE
                   ADD CAI-ECART TO TOTAL-ECART-AGENCE
           END-EVALUATE.

      *------------------------------------------------------------*
      * CONTROLE D'INTEGRITE SOLDE / JOURNAL                       *
      * Traitement de type batch : le solde de chaque compte est   *
      * reconstitué par rejeu de ses mouvements (historique indexé *
      * ou, à défaut, archives recensées puis journal vivant, en   *
      * partant des soldes reportés 'S') et comparé au solde porté *
      * sur comptes.txt ; l'enchaînement des soldes après          *
      * mouvement est vérifié ligne à ligne. Tout écart est porté  *
      * à l'état INTEGRITE-date.TXT. Étape de la clôture           *
      * mensuelle : un écart y arrête la chaîne.                   *
      *------------------------------------------------------------*
       CONTROLE-INTEGRITE.
           MOVE 0 TO NB-ECARTS-INTEG.
           MOVE "CONTROLE-INTEGRITE" TO NOM-BATCH-CTRL.
           MOVE DATE-AUJOURD(1:8) TO PERIODE-BATCH-CTRL.
           PERFORM DEMARRER-BATCH.
           IF BATCH-AUTORISE = 'O'
               PERFORM EXECUTER-CONTROLE-INTEGRITE
           ELSE
      *        Contrôle du jour déjà passé et non relancé : les    *
      *        écarts qu'il a relevés restent acquis.              *
               PERFORM COMPTER-ECARTS-INTEGRITE
               IF NB-ECARTS-INTEG > 0
                   DISPLAY "Le contrôle du jour a relevé "
                       NB-ECARTS-INTEG " compte(s) en écart : voir "
                       NOM-FICHIER-RELEVE
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * CONTROLER LES COMPTES SOUS CONTROLE DU REGISTRE            *
      * En reprise, l'état est prolongé et les écarts déjà portés  *
      * sont recomptés pour que le total reste celui du jour.      *
      *------------------------------------------------------------*
       EXECUTER-CONTROLE-INTEGRITE.
           MOVE 0 TO NB-COMPTES-INTEG.
           MOVE 0 TO NB-SANS-MVT-INTEG.
           PERFORM CONTROLER-HISTO-DISPONIBLE.
           IF HISTO-DISPONIBLE = 'N'
               DISPLAY "Historique indexé absent : relecture"
                   " intégrale du journal pour chaque compte."
               PERFORM CHARGER-TABLE-ARCHIVES
           END-IF.

           IF REPRISE-DEPUIS > 0
               PERFORM COMPTER-ECARTS-INTEGRITE
               OPEN EXTEND FICHIER-RELEVE
               IF FS-RELEVE = "35"
                   OPEN OUTPUT FICHIER-RELEVE
               END-IF
           ELSE
               MOVE SPACES TO NOM-FICHIER-RELEVE
               STRING "INTEGRITE-" DATE-AUJOURD(1:8) ".TXT"
                   DELIMITED BY SIZE INTO NOM-FICHIER-RELEVE
               OPEN OUTPUT FICHIER-RELEVE
               MOVE SPACES TO LIGNE-RELEVE
               STRING "CONTROLE D'INTEGRITE SOLDE / JOURNAL DU "
                   DATE-AUJOURD(1:8)
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
               MOVE SPACES TO LIGNE-RELEVE
               IF HISTO-DISPONIBLE = 'O'
                   MOVE "Rejeu de l'historique indexé HISTO-MVT.txt"
                       TO LIGNE-RELEVE
               ELSE
                   MOVE "Rejeu des archives et du journal vivant"
                       TO LIGNE-RELEVE
               END-IF
               WRITE LIGNE-RELEVE
               MOVE SPACES TO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           END-IF.

           MOVE 'N' TO EOF.
           OPEN INPUT FICHIER-COMPTE.
           PERFORM UNTIL EOF = 'O'
               READ FICHIER-COMPTE NEXT RECORD
                   AT END MOVE 'O' TO EOF
                   NOT AT END
                       IF NUM-COMPTE > REPRISE-DEPUIS
                           ADD 1 TO NB-COMPTES-INTEG
                           PERFORM CONTROLER-INTEGRITE-COMPTE
                           MOVE NUM-COMPTE TO POINTAGE-BATCH
                           PERFORM POINTER-BATCH-COMPTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-COMPTE.
           PERFORM TERMINER-BATCH.

           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Comptes contrôlés : " NB-COMPTES-INTEG
               "  sans mouvement : " NB-SANS-MVT-INTEG
               "  en écart : " NB-ECARTS-INTEG
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           CLOSE FICHIER-RELEVE.

           MOVE "CONTROLE INTEGRITE" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           STRING NB-COMPTES-INTEG " comptes contrôlés, "
               NB-ECARTS-INTEG " en écart" DELIMITED BY SIZE
               INTO RESULTAT-AUDIT.
           PERFORM ECRIRE-AUDIT.

           DISPLAY "--------------------------------".
           DISPLAY "Comptes contrôlés      : " NB-COMPTES-INTEG.
           DISPLAY "Comptes sans mouvement : " NB-SANS-MVT-INTEG.
           DISPLAY "Comptes en écart       : " NB-ECARTS-INTEG.
           DISPLAY "État du contrôle : " NOM-FICHIER-RELEVE.

      *------------------------------------------------------------*
      * RECOMPTER LES ECARTS DEJA PORTES A L'ETAT DU JOUR          *
      * Une ligne "Compte " par compte en écart. Sortie :          *
      * NB-ECARTS-INTEG et NOM-FICHIER-RELEVE.                     *
      *------------------------------------------------------------*
       COMPTER-ECARTS-INTEGRITE.
           MOVE 0 TO NB-ECARTS-INTEG.
           MOVE SPACES TO NOM-FICHIER-RELEVE.
           STRING "INTEGRITE-" DATE-AUJOURD(1:8) ".TXT"
               DELIMITED BY SIZE INTO NOM-FICHIER-RELEVE.
           OPEN INPUT FICHIER-RELEVE.
           IF FS-RELEVE = "00"
               MOVE 'N' TO EOF-OPS
               PERFORM UNTIL EOF-OPS = 'O'
                   READ FICHIER-RELEVE
                       AT END MOVE 'O' TO EOF-OPS
                       NOT AT END
                           IF LIGNE-RELEVE(1:7) = "Compte "
                               ADD 1 TO NB-ECARTS-INTEG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RELEVE
           END-IF.

      *------------------------------------------------------------*
      * REJOUER LES MOUVEMENTS DU COMPTE COURAMMENT LU             *
      * Un compte sans aucun mouvement n'a rien à prouver : son    *
      * solde d'ouverture n'est pas journalisé.                    *
      *------------------------------------------------------------*
       CONTROLER-INTEGRITE-COMPTE.
           MOVE 'N' TO MVT-VU.
           MOVE 'N' TO RUPTURE-TROUVEE.
           MOVE 0 TO SOLDE-ATTENDU.
           MOVE SPACES TO DATE-PREC-INTEG.
           MOVE 0 TO RANG-JOUR-INTEG.

           IF HISTO-DISPONIBLE = 'O'
               PERFORM PARCOURIR-HISTO-INTEGRITE
           ELSE
               PERFORM VARYING IDX-ARCH FROM 1 BY 1
                       UNTIL IDX-ARCH > NB-ARCHIVES
                   PERFORM PARCOURIR-ARCHIVE-INTEGRITE
               END-PERFORM
               MOVE 'N' TO EOF-OPS
               OPEN INPUT FICHIER-MVT
               IF FS-MVT NOT = "35"
                   PERFORM UNTIL EOF-OPS = 'O'
                       READ FICHIER-MVT
                           AT END MOVE 'O' TO EOF-OPS
                           NOT AT END
                               IF NUM-MVT = NUM-COMPTE
                                   PERFORM REJOUER-MVT-INTEGRITE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-MVT
               END-IF
           END-IF.

           IF MVT-VU = 'N'
               ADD 1 TO NB-SANS-MVT-INTEG
           ELSE
               IF SOLDE-ATTENDU NOT = SOLDE
                   OR RUPTURE-TROUVEE = 'O'
                   PERFORM ECRIRE-ECART-INTEGRITE
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * PARCOURIR L'HISTORIQUE INDEXE POUR LE CONTROLE D'INTEGRITE *
      *------------------------------------------------------------*
       PARCOURIR-HISTO-INTEGRITE.
           MOVE 'N' TO EOF-HISTO.
           OPEN INPUT FICHIER-HISTO.
           MOVE NUM-COMPTE TO HIS-NUM-COMPTE.
           MOVE SPACES TO HIS-DATE.
           MOVE 0 TO HIS-SEQ.
           START FICHIER-HISTO KEY >= HIS-CLE
               INVALID KEY MOVE 'O' TO EOF-HISTO
           END-START.
           PERFORM UNTIL EOF-HISTO = 'O'
               READ FICHIER-HISTO NEXT RECORD
                   AT END MOVE 'O' TO EOF-HISTO
                   NOT AT END
                       IF HIS-NUM-COMPTE NOT = NUM-COMPTE
                           MOVE 'O' TO EOF-HISTO
                       ELSE
                           PERFORM CHARGER-MVT-DEPUIS-HISTO
                           PERFORM REJOUER-MVT-INTEGRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-HISTO.

      *------------------------------------------------------------*
      * PARCOURIR UNE ARCHIVE POUR LE CONTROLE D'INTEGRITE         *
      *------------------------------------------------------------*
       PARCOURIR-ARCHIVE-INTEGRITE.
           MOVE TA-NOM(IDX-ARCH) TO NOM-FICHIER-ARCHIVE.
           MOVE 'N' TO EOF-ARCH.
           OPEN INPUT FICHIER-MVT-ARCH.
           IF FS-MVT-ARCH = "00"
               PERFORM UNTIL EOF-ARCH = 'O'
                   READ FICHIER-MVT-ARCH
                       AT END MOVE 'O' TO EOF-ARCH
                       NOT AT END
                           MOVE ENREG-MVT-ARCH TO ENREG-MVT
                           IF NUM-MVT = NUM-COMPTE
                               PERFORM REJOUER-MVT-INTEGRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MVT-ARCH
           END-IF.

      *------------------------------------------------------------*
      * REJOUER UN MOUVEMENT ET CONTROLER L'ENCHAINEMENT           *
      * Le solde de départ se déduit du premier mouvement lu (le   *
      * solde d'ouverture n'est pas journalisé) ; chaque solde     *
      * après mouvement doit valoir le précédent augmenté ou       *
      * diminué du montant. Un solde reporté 'S' (montant nul)     *
      * doit prolonger le solde rejoué et sert ensuite de point de *
      * départ. Le rang est celui de l'historique indexé : rang    *
      * dans la journée du compte, soldes reportés non comptés.    *
      *------------------------------------------------------------*
       REJOUER-MVT-INTEGRITE.
           PERFORM DETERMINER-SENS-MVT.
           IF MVT-VU = 'N'
               IF MVT-AU-CREDIT = 'O'
                   COMPUTE SOLDE-ATTENDU = SOLDE-MVT - MONTANT-MVT
               ELSE
                   COMPUTE SOLDE-ATTENDU = SOLDE-MVT + MONTANT-MVT
               END-IF
               MOVE 'O' TO MVT-VU
           END-IF.
           IF CODE-MVT NOT = 'S'
               IF DATE-MVT(1:8) = DATE-PREC-INTEG
                   ADD 1 TO RANG-JOUR-INTEG
               ELSE
                   MOVE DATE-MVT(1:8) TO DATE-PREC-INTEG
                   MOVE 1 TO RANG-JOUR-INTEG
               END-IF
           END-IF.

           IF MVT-AU-CREDIT = 'O'
               COMPUTE SOLDE-ENCHAINE = SOLDE-ATTENDU + MONTANT-MVT
           ELSE
               COMPUTE SOLDE-ENCHAINE = SOLDE-ATTENDU - MONTANT-MVT
           END-IF.
           IF SOLDE-ENCHAINE NOT = SOLDE-MVT
               AND RUPTURE-TROUVEE = 'N'
               MOVE 'O' TO RUPTURE-TROUVEE
               MOVE DATE-MVT(1:8) TO DATE-RUPTURE
               MOVE CODE-MVT TO CODE-RUPTURE
               MOVE SOLDE-MVT TO SOLDE-LU-RUPTURE
               MOVE SOLDE-ENCHAINE TO SOLDE-ATT-RUPTURE
               IF CODE-MVT = 'S'
                   MOVE 0 TO RANG-RUPTURE
               ELSE
                   MOVE RANG-JOUR-INTEG TO RANG-RUPTURE
               END-IF
           END-IF.

           IF CODE-MVT = 'S'
               MOVE SOLDE-MVT TO SOLDE-ATTENDU
           ELSE
               MOVE SOLDE-ENCHAINE TO SOLDE-ATTENDU
           END-IF.

      *------------------------------------------------------------*
      * PORTER LE COMPTE COURAMMENT LU A L'ETAT DES ECARTS         *
      * Première ligne : solde rejoué et solde stocké ; seconde    *
      * ligne : premier mouvement où l'enchaînement rompt.         *
      *------------------------------------------------------------*
       ECRIRE-ECART-INTEGRITE.
           ADD 1 TO NB-ECARTS-INTEG.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Compte " NUM-COMPTE "  " TYPE-COMPTE
               "  attendu " SOLDE-ATTENDU "  stocké " SOLDE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           IF RUPTURE-TROUVEE = 'O'
               STRING "  rupture le " DATE-RUPTURE " rang "
                   RANG-RUPTURE " code " CODE-RUPTURE " : lu "
                   SOLDE-LU-RUPTURE " attendu " SOLDE-ATT-RUPTURE
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
           ELSE
               MOVE "  enchaînement des soldes sans rupture"
                   TO LIGNE-RELEVE
           END-IF.
           WRITE LIGNE-RELEVE.
           DISPLAY "Écart sur le compte " NUM-COMPTE
               " : attendu " SOLDE-ATTENDU " stocké " SOLDE.

      *------------------------------------------------------------*
      * SAUVEGARDE GENERATIONNELLE DES FICHIERS (SUPERVISEUR)      *
      * Une sauvegarde numérotée copie les fichiers maîtres et les *
      * journaux dans un répertoire SAUVEGARDE-nnnn, avec un       *
      * manifeste (enregistrements par fichier, total des soldes). *
      * Elle est prise d'office avant toute exécution nouvelle ou  *
      * forcée d'un traitement sous registre, donc avant chaque    *
      * étape de la clôture mensuelle, et peut être prise à la     *
      * demande. La restauration recopie un jeu complet et le      *
      * vérifie contre son manifeste ; l'état courant est d'abord  *
      * sauvegardé, ce qui rend la restauration elle-même          *
      * réversible.                                                *
      *------------------------------------------------------------*
       MENU-SAUVEGARDES.
           MOVE 'N' TO FIN-MENU-SAUV.
           PERFORM UNTIL FIN-MENU-SAUV = 'O'
               DISPLAY "--------------------------------"
               DISPLAY "   SAUVEGARDES ET RESTAURATION"
               DISPLAY "--------------------------------"
               DISPLAY "1 - Prendre une sauvegarde"
               DISPLAY "2 - Lister les sauvegardes"
               DISPLAY "3 - Restaurer une sauvegarde"
               DISPLAY "4 - Retour au menu principal"
               DISPLAY "Votre choix : "
               ACCEPT CHOIX-SAUV
               EVALUATE CHOIX-SAUV
                   WHEN 1 MOVE "MANUELLE" TO MOTIF-SAUV
                          PERFORM PRENDRE-SAUVEGARDE
                   WHEN 2 PERFORM LISTER-SAUVEGARDES
                   WHEN 3 PERFORM RESTAURER-SAUVEGARDE
                   WHEN 4 MOVE 'O' TO FIN-MENU-SAUV
                   WHEN OTHER DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

      *------------------------------------------------------------*
      * SAUVEGARDER AVANT L'EXECUTION D'UN TRAITEMENT              *
      * Le traitement est désigné par NOM-BATCH-CTRL.              *
      *------------------------------------------------------------*
       SAUVEGARDE-AVANT-BATCH.
           MOVE NOM-BATCH-CTRL TO MOTIF-SAUV.
           PERFORM PRENDRE-SAUVEGARDE.

      *------------------------------------------------------------*
      * PRENDRE UNE SAUVEGARDE NUMEROTEE                           *
      * Entrée : MOTIF-SAUV ; PURGE-SAUV à 'N' suspend la purge    *
      * de rétention. Sortie : SAUVEGARDE-FAITE, NUMERO-SAUV.      *
      *------------------------------------------------------------*
       PRENDRE-SAUVEGARDE.
           MOVE 'N' TO SAUVEGARDE-FAITE.
           PERFORM CHARGER-TABLE-SAUVEGARDES.
           IF NB-SAUVEGARDES >= 500
               DISPLAY "Registre des sauvegardes plein : aucune"
                   " sauvegarde prise."
           ELSE
               IF NB-SAUVEGARDES = 0
                   MOVE 1 TO NUMERO-SAUV
               ELSE
                   COMPUTE NUMERO-SAUV =
                       TSV-NUMERO(NB-SAUVEGARDES) + 1
               END-IF
               PERFORM COPIER-FICHIERS-SAUVEGARDE
               PERFORM ECRIRE-MANIFESTE-SAUV
               ADD 1 TO NB-SAUVEGARDES
               MOVE NUMERO-SAUV TO TSV-NUMERO(NB-SAUVEGARDES)
               MOVE DATE-AUJOURD(1:8) TO TSV-DATE(NB-SAUVEGARDES)
               MOVE FUNCTION CURRENT-DATE(9:6)
                   TO TSV-HEURE(NB-SAUVEGARDES)
               MOVE MOTIF-SAUV TO TSV-MOTIF(NB-SAUVEGARDES)
               MOVE OPERATEUR-CONNECTE
                   TO TSV-OPERATEUR(NB-SAUVEGARDES)
               IF PURGE-SAUV = 'O'
                   PERFORM PURGER-SAUVEGARDES
               END-IF
               PERFORM REECRIRE-REGISTRE-SAUV
               MOVE 'O' TO SAUVEGARDE-FAITE

               MOVE "SAUVEGARDE" TO ACTION-AUDIT
               MOVE SPACES TO RESULTAT-AUDIT
               STRING REPERTOIRE-SAUV " avant " MOTIF-SAUV
                   " soldes " TOTAL-SOLDES-SAUV
                   DELIMITED BY SIZE INTO RESULTAT-AUDIT
               PERFORM ECRIRE-AUDIT
               DISPLAY "Sauvegarde " REPERTOIRE-SAUV " prise ("
                   MOTIF-SAUV ")."
           END-IF.

      *------------------------------------------------------------*
      * COPIER LES FICHIERS DANS LE REPERTOIRE DE LA SAUVEGARDE    *
      * Un fichier encore jamais créé n'est pas copié et compte    *
      * pour zéro enregistrement au manifeste.                     *
      *------------------------------------------------------------*
       COPIER-FICHIERS-SAUVEGARDE.
           MOVE SPACES TO REPERTOIRE-SAUV.
           STRING "SAUVEGARDE-" NUMERO-SAUV
               DELIMITED BY SIZE INTO REPERTOIRE-SAUV.
           MOVE SPACES TO COMMANDE-SYSTEME.
           STRING "rm -rf " REPERTOIRE-SAUV " ; mkdir "
               REPERTOIRE-SAUV
               DELIMITED BY SIZE INTO COMMANDE-SYSTEME.
           CALL "SYSTEM" USING BY CONTENT COMMANDE-SYSTEME.
           PERFORM VARYING IDX-FIC-SAUV FROM 1 BY 1
                   UNTIL IDX-FIC-SAUV > NB-FICHIERS-SAUV
               MOVE SPACES TO COMMANDE-SYSTEME
               STRING "cp -p " DELIMITED BY SIZE
                   NOM-FICHIER-SAUV(IDX-FIC-SAUV) DELIMITED BY SPACE
                   " " REPERTOIRE-SAUV "/ 2>/dev/null"
                   DELIMITED BY SIZE INTO COMMANDE-SYSTEME
               CALL "SYSTEM" USING BY CONTENT COMMANDE-SYSTEME
               PERFORM COMPTER-FICHIER-SAUV
               MOVE NB-ENREG-LUS TO NB-ENREG-SAUV(IDX-FIC-SAUV)
           END-PERFORM.

      *------------------------------------------------------------*
      * ECRIRE LE MANIFESTE DE LA SAUVEGARDE                       *
      *------------------------------------------------------------*
       ECRIRE-MANIFESTE-SAUV.
           MOVE SPACES TO NOM-FICHIER-SAUVEGARDE.
           STRING REPERTOIRE-SAUV "/MANIFESTE.txt"
               DELIMITED BY SIZE INTO NOM-FICHIER-SAUVEGARDE.
           OPEN OUTPUT FICHIER-SAUVEGARDE.
           PERFORM VARYING IDX-FIC-SAUV FROM 1 BY 1
                   UNTIL IDX-FIC-SAUV > NB-FICHIERS-SAUV
               MOVE SPACES TO ENREG-MANIFESTE
               MOVE NOM-FICHIER-SAUV(IDX-FIC-SAUV) TO MAN-FICHIER
               MOVE ";" TO MAN-SEP-1
               MOVE NB-ENREG-SAUV(IDX-FIC-SAUV) TO MAN-NB-ENREG
               MOVE ";" TO MAN-SEP-2
               IF NOM-FICHIER-SAUV(IDX-FIC-SAUV) = "comptes.txt"
                   MOVE TOTAL-SOLDES-SAUV TO MAN-TOTAL-SOLDES
               ELSE
                   MOVE 0 TO MAN-TOTAL-SOLDES
               END-IF
               WRITE ENREG-MANIFESTE
           END-PERFORM.
           CLOSE FICHIER-SAUVEGARDE.

      *------------------------------------------------------------*
      * COMPTER LES ENREGISTREMENTS D'UN FICHIER DE LA LISTE       *
      * Entrée : IDX-FIC-SAUV. Sortie : NB-ENREG-LUS, et           *
      * TOTAL-SOLDES-SAUV pour comptes.txt.                        *
      *------------------------------------------------------------*
       COMPTER-FICHIER-SAUV.
           MOVE 0 TO NB-ENREG-LUS.
           MOVE 'N' TO EOF-SAUV.
           EVALUATE NOM-FICHIER-SAUV(IDX-FIC-SAUV)
               WHEN "comptes.txt"
                   PERFORM COMPTER-SAUV-COMPTES
               WHEN "clients.txt"
                   PERFORM COMPTER-SAUV-CLIENTS
               WHEN "habilitations.txt"
                   PERFORM COMPTER-SAUV-HABILITATIONS
               WHEN "blocages.txt"
                   PERFORM COMPTER-SAUV-BLOCAGES
               WHEN "virements-permanents.txt"
                   PERFORM COMPTER-SAUV-VP
               WHEN "chequiers.txt"
                   PERFORM COMPTER-SAUV-CHEQUIERS
               WHEN "oppositions.txt"
                   PERFORM COMPTER-SAUV-OPPOSITIONS
               WHEN "HISTO-MVT.txt"
                   PERFORM COMPTER-SAUV-HISTO
               WHEN "extournes.txt"
                   PERFORM COMPTER-SAUV-EXTOURNES
               WHEN "prets.txt"
                   PERFORM COMPTER-SAUV-PRETS
               WHEN "echeancier.txt"
                   PERFORM COMPTER-SAUV-ECHEANCIER
               WHEN "alertes-lcb.txt"
                   PERFORM COMPTER-SAUV-ALERTES
               WHEN "caisses.txt"
                   PERFORM COMPTER-SAUV-CAISSES
               WHEN "avis-clients.txt"
                   PERFORM COMPTER-SAUV-AVIS
               WHEN "ficoba.txt"
                   PERFORM COMPTER-SAUV-FICOBA
               WHEN "mandats-sepa.txt"
                   PERFORM COMPTER-SAUV-MANDAT
               WHEN "deces-actions.txt"
                   PERFORM COMPTER-SAUV-DECES
               WHEN OTHER
                   PERFORM COMPTER-SAUV-SEQUENTIEL
           END-EVALUATE.

      *------------------------------------------------------------*
      * COMPTER LES LIGNES D'UN FICHIER SEQUENTIEL DE LA LISTE     *
      *------------------------------------------------------------*
       COMPTER-SAUV-SEQUENTIEL.
           MOVE NOM-FICHIER-SAUV(IDX-FIC-SAUV)
               TO NOM-FICHIER-SAUVEGARDE.
           OPEN INPUT FICHIER-SAUVEGARDE.
           IF FS-SAUVEGARDE = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-SAUVEGARDE
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END ADD 1 TO NB-ENREG-LUS
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SAUVEGARDE
           END-IF.

      *------------------------------------------------------------*
      * COMPTER LES COMPTES ET TOTALISER LEURS SOLDES              *
      *------------------------------------------------------------*
       COMPTER-SAUV-COMPTES.
           MOVE 0 TO TOTAL-SOLDES-SAUV.
           OPEN INPUT FICHIER-COMPTE.
           IF FS-COMPTE = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-COMPTE NEXT RECORD
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END
                           ADD 1 TO NB-ENREG-LUS
                           ADD SOLDE TO TOTAL-SOLDES-SAUV
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COMPTE
           END-IF.

      *------------------------------------------------------------*
      * COMPTER LES ENREGISTREMENTS DE CLIENTS.TXT                 *
      *------------------------------------------------------------*
       COMPTER-SAUV-CLIENTS.
           OPEN INPUT FICHIER-CLIENT.
           IF FS-CLIENT = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-CLIENT NEXT RECORD
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END ADD 1 TO NB-ENREG-LUS
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CLIENT
           END-IF.

      *------------------------------------------------------------*
      * COMPTER LES ENREGISTREMENTS DE HABILITATIONS.TXT           *
      *------------------------------------------------------------*
       COMPTER-SAUV-HABILITATIONS.
           OPEN INPUT FICHIER-HABILITATION.
           IF FS-HABILITATION = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-HABILITATION NEXT RECORD
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END ADD 1 TO NB-ENREG-LUS
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HABILITATION
           END-IF.

      *------------------------------------------------------------*
      * COMPTER LES ENREGISTREMENTS DE BLOCAGES.TXT                *
      *------------------------------------------------------------*
       COMPTER-SAUV-BLOCAGES.
           OPEN INPUT FICHIER-BLOCAGE.
           IF FS-BLOCAGE = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-BLOCAGE NEXT RECORD
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END ADD 1 TO NB-ENREG-LUS
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BLOCAGE
           END-IF.

      *------------------------------------------------------------*
      * COMPTER LES ENREGISTREMENTS DE VIREMENTS-PERMANENTS.TXT    *
      *------------------------------------------------------------*
       COMPTER-SAUV-VP.
           OPEN INPUT FICHIER-VP.
           IF FS-VP = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-VP NEXT RECORD
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END ADD 1 TO NB-ENREG-LUS
                   END-READ
               END-PERFORM
               CLOSE FICHIER-VP
           END-IF.

      *------------------------------------------------------------*
      * COMPTER LES ENREGISTREMENTS DE CHEQUIERS.TXT               *
      *------------------------------------------------------------*
       COMPTER-SAUV-CHEQUIERS.
           OPEN INPUT FICHIER-CHEQUIER.
           IF FS-CHEQUIER = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-CHEQUIER NEXT RECORD
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END ADD 1 TO NB-ENREG-LUS
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CHEQUIER
           END-IF.

      *------------------------------------------------------------*
      * COMPTER LES ENREGISTREMENTS DE OPPOSITIONS.TXT             *
      *------------------------------------------------------------*
       COMPTER-SAUV-OPPOSITIONS.
           OPEN INPUT FICHIER-OPPOSITION.
           IF FS-OPPOSITION = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-OPPOSITION NEXT RECORD
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END ADD 1 TO NB-ENREG-LUS
                   END-READ
               END-PERFORM
               CLOSE FICHIER-OPPOSITION
           END-IF.

      *------------------------------------------------------------*
      * COMPTER LES ENREGISTREMENTS DE HISTO-MVT.TXT               *
      *------------------------------------------------------------*
       COMPTER-SAUV-HISTO.
           OPEN INPUT FICHIER-HISTO.
           IF FS-HISTO = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-HISTO NEXT RECORD
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END ADD 1 TO NB-ENREG-LUS
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HISTO
           END-IF.

      *------------------------------------------------------------*
      * COMPTER LES ENREGISTREMENTS DE EXTOURNES.TXT               *
      *------------------------------------------------------------*
       COMPTER-SAUV-EXTOURNES.
           OPEN INPUT FICHIER-EXTOURNE.
           IF FS-EXTOURNE = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-EXTOURNE NEXT RECORD
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END ADD 1 TO NB-ENREG-LUS
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EXTOURNE
           END-IF.

      *------------------------------------------------------------*
      * COMPTER LES ENREGISTREMENTS DE PRETS.TXT                   *
      *------------------------------------------------------------*
       COMPTER-SAUV-PRETS.
           OPEN INPUT FICHIER-PRET.
           IF FS-PRET = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-PRET NEXT RECORD
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END ADD 1 TO NB-ENREG-LUS
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PRET
           END-IF.

      *------------------------------------------------------------*
      * COMPTER LES ENREGISTREMENTS DE ECHEANCIER.TXT              *
      *------------------------------------------------------------*
       COMPTER-SAUV-ECHEANCIER.
           OPEN INPUT FICHIER-ECHEANCIER.
           IF FS-ECHEANCIER = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-ECHEANCIER NEXT RECORD
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END ADD 1 TO NB-ENREG-LUS
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ECHEANCIER
           END-IF.

      *------------------------------------------------------------*
      * COMPTER LES ENREGISTREMENTS DE ALERTES-LCB.TXT             *
      *------------------------------------------------------------*
       COMPTER-SAUV-ALERTES.
           OPEN INPUT FICHIER-ALERTE.
           IF FS-ALERTE = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-ALERTE NEXT RECORD
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END ADD 1 TO NB-ENREG-LUS
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ALERTE
           END-IF.

      *------------------------------------------------------------*
      * COMPTER LES ENREGISTREMENTS DE CAISSES.TXT                 *
      *------------------------------------------------------------*
       COMPTER-SAUV-CAISSES.
           OPEN INPUT FICHIER-CAISSE.
           IF FS-CAISSE = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-CAISSE NEXT RECORD
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END ADD 1 TO NB-ENREG-LUS
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CAISSE
           END-IF.

      *------------------------------------------------------------*
      * COMPTER LES AVIS CLIENTS                                   *
      *------------------------------------------------------------*
       COMPTER-SAUV-AVIS.
           OPEN INPUT FICHIER-AVIS.
           IF FS-AVIS = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-AVIS NEXT RECORD
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END ADD 1 TO NB-ENREG-LUS
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AVIS
           END-IF.

      *------------------------------------------------------------*
      * COMPTER LES EVENEMENTS FICOBA                              *
      *------------------------------------------------------------*
       COMPTER-SAUV-FICOBA.
           OPEN INPUT FICHIER-FICOBA.
           IF FS-FICOBA = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-FICOBA NEXT RECORD
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END ADD 1 TO NB-ENREG-LUS
                   END-READ
               END-PERFORM
               CLOSE FICHIER-FICOBA
           END-IF.

      *------------------------------------------------------------*
      * COMPTER LES MANDATS DE PRELEVEMENT                         *
      *------------------------------------------------------------*
       COMPTER-SAUV-MANDAT.
           OPEN INPUT FICHIER-MANDAT.
           IF FS-MANDAT = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-MANDAT NEXT RECORD
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END ADD 1 TO NB-ENREG-LUS
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MANDAT
           END-IF.

      *------------------------------------------------------------*
      * COMPTER LES MESURES CONSIGNEES AUX DECES                   *
      *------------------------------------------------------------*
       COMPTER-SAUV-DECES.
           OPEN INPUT FICHIER-DECES-ACT.
           IF FS-DECES-ACT = "00"
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-DECES-ACT NEXT RECORD
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END ADD 1 TO NB-ENREG-LUS
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DECES-ACT
           END-IF.

      *------------------------------------------------------------*
      * CHARGER LE REGISTRE DES SAUVEGARDES EN TABLE               *
      *------------------------------------------------------------*
       CHARGER-TABLE-SAUVEGARDES.
           MOVE 0 TO NB-SAUVEGARDES.
           OPEN INPUT FICHIER-REG-SAUV.
           IF FS-REG-SAUV = "00"
               MOVE 'N' TO EOF-SAUV
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-REG-SAUV
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END
                           IF NB-SAUVEGARDES < 500
                               ADD 1 TO NB-SAUVEGARDES
                               MOVE SVG-NUMERO
                                   TO TSV-NUMERO(NB-SAUVEGARDES)
                               MOVE SVG-DATE
                                   TO TSV-DATE(NB-SAUVEGARDES)
                               MOVE SVG-HEURE
                                   TO TSV-HEURE(NB-SAUVEGARDES)
                               MOVE SVG-MOTIF
                                   TO TSV-MOTIF(NB-SAUVEGARDES)
                               MOVE SVG-OPERATEUR
                                   TO TSV-OPERATEUR(NB-SAUVEGARDES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REG-SAUV
           END-IF.

      *------------------------------------------------------------*
      * REECRIRE SAUVEGARDES.TXT DEPUIS LA TABLE                   *
      *------------------------------------------------------------*
       REECRIRE-REGISTRE-SAUV.
           OPEN OUTPUT FICHIER-REG-SAUV.
           PERFORM VARYING IDX-SAUV FROM 1 BY 1
                   UNTIL IDX-SAUV > NB-SAUVEGARDES
               MOVE TSV-NUMERO(IDX-SAUV) TO SVG-NUMERO
               MOVE TSV-DATE(IDX-SAUV) TO SVG-DATE
               MOVE TSV-HEURE(IDX-SAUV) TO SVG-HEURE
               MOVE TSV-MOTIF(IDX-SAUV) TO SVG-MOTIF
               MOVE TSV-OPERATEUR(IDX-SAUV) TO SVG-OPERATEUR
               WRITE ENREG-REG-SAUV
           END-PERFORM.
           CLOSE FICHIER-REG-SAUV.

      *------------------------------------------------------------*
      * PURGER LES SAUVEGARDES AU-DELA DE LA RETENTION             *
      * Une sauvegarde de plus de JOURS-CONSERV-SAUV jours est     *
      * supprimée, sauf parmi les MINI-CONSERV-SAUV plus récentes  *
      * qui sont toujours gardées. La table est tassée sur place.  *
      *------------------------------------------------------------*
       PURGER-SAUVEGARDES.
           MOVE 0 TO NB-SAUV-PURGEES.
           MOVE 0 TO IDX-SAUV-GARDEE.
           MOVE DATE-AUJOURD(1:8) TO DATE-NUM-8.
           COMPUTE JOUR-SAUV-ENT =
               FUNCTION INTEGER-OF-DATE(DATE-NUM-8).
           PERFORM VARYING IDX-SAUV FROM 1 BY 1
                   UNTIL IDX-SAUV > NB-SAUVEGARDES
               MOVE TSV-DATE(IDX-SAUV) TO DATE-NUM-8
               COMPUTE AGE-SAUV = JOUR-SAUV-ENT -
                   FUNCTION INTEGER-OF-DATE(DATE-NUM-8)
               IF IDX-SAUV + MINI-CONSERV-SAUV <= NB-SAUVEGARDES
                   AND AGE-SAUV > JOURS-CONSERV-SAUV
                   PERFORM SUPPRIMER-SAUVEGARDE
               ELSE
                   ADD 1 TO IDX-SAUV-GARDEE
                   MOVE ENTREE-SAUVEGARDE(IDX-SAUV)
                       TO ENTREE-SAUVEGARDE(IDX-SAUV-GARDEE)
               END-IF
           END-PERFORM.
           MOVE IDX-SAUV-GARDEE TO NB-SAUVEGARDES.
           IF NB-SAUV-PURGEES > 0
               DISPLAY "Sauvegardes anciennes purgées : "
                   NB-SAUV-PURGEES
           END-IF.

      *------------------------------------------------------------*
      * SUPPRIMER LE REPERTOIRE DE LA SAUVEGARDE IDX-SAUV          *
      *------------------------------------------------------------*
       SUPPRIMER-SAUVEGARDE.
           MOVE SPACES TO COMMANDE-SYSTEME.
           STRING "rm -rf SAUVEGARDE-" TSV-NUMERO(IDX-SAUV)
               DELIMITED BY SIZE INTO COMMANDE-SYSTEME.
           CALL "SYSTEM" USING BY CONTENT COMMANDE-SYSTEME.
           ADD 1 TO NB-SAUV-PURGEES.

      *------------------------------------------------------------*
      * LISTER LES SAUVEGARDES DISPONIBLES                         *
      *------------------------------------------------------------*
       LISTER-SAUVEGARDES.
           PERFORM CHARGER-TABLE-SAUVEGARDES.
           IF NB-SAUVEGARDES = 0
               DISPLAY "Aucune sauvegarde disponible."
           ELSE
               DISPLAY "N.    Date     Heure   Motif"
                   "                Opérateur"
               PERFORM VARYING IDX-SAUV FROM 1 BY 1
                       UNTIL IDX-SAUV > NB-SAUVEGARDES
                   DISPLAY TSV-NUMERO(IDX-SAUV) "  "
                       TSV-DATE(IDX-SAUV) " "
                       TSV-HEURE(IDX-SAUV) "  "
                       TSV-MOTIF(IDX-SAUV) " "
                       TSV-OPERATEUR(IDX-SAUV)
               END-PERFORM
           END-IF.

      *------------------------------------------------------------*
      * RESTAURER UNE SAUVEGARDE CHOISIE AU REGISTRE               *
      * Refusée si le manifeste de la sauvegarde est absent ou ne  *
      * couvre pas tous les fichiers de la liste.                  *
      *------------------------------------------------------------*
       RESTAURER-SAUVEGARDE.
           PERFORM LISTER-SAUVEGARDES.
           IF NB-SAUVEGARDES > 0
               DISPLAY "Numéro de la sauvegarde à restaurer : "
               ACCEPT NUM-SAUV-ENTREE
               MOVE 0 TO IDX-SAUV-CHOISIE
               PERFORM VARYING IDX-SAUV FROM 1 BY 1
                       UNTIL IDX-SAUV > NB-SAUVEGARDES
                   IF TSV-NUMERO(IDX-SAUV) = NUM-SAUV-ENTREE
                       MOVE IDX-SAUV TO IDX-SAUV-CHOISIE
                   END-IF
               END-PERFORM
               IF IDX-SAUV-CHOISIE = 0
                   DISPLAY "Sauvegarde inconnue au registre."
               ELSE
                   PERFORM LIRE-MANIFESTE-SAUV
                   IF MANIFESTE-OK = 'N'
                       DISPLAY "Manifeste absent ou incomplet :"
                           " restauration refusée."
                   ELSE
                       PERFORM CONFIRMER-RESTAURATION
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * LIRE LE MANIFESTE DE LA SAUVEGARDE NUM-SAUV-ENTREE         *
      * Sortie : NB-ENREG-MANIF par fichier, TOTAL-SOLDES-MANIF,   *
      * MANIFESTE-OK si chaque fichier de la liste y figure.       *
      *------------------------------------------------------------*
       LIRE-MANIFESTE-SAUV.
           MOVE 'N' TO MANIFESTE-OK.
           MOVE 0 TO TOTAL-SOLDES-MANIF.
           PERFORM VARYING IDX-FIC-SAUV FROM 1 BY 1
                   UNTIL IDX-FIC-SAUV > NB-FICHIERS-SAUV
               MOVE 0 TO NB-ENREG-MANIF(IDX-FIC-SAUV)
               MOVE 'N' TO FICHIER-AU-MANIF(IDX-FIC-SAUV)
           END-PERFORM.
           MOVE SPACES TO REPERTOIRE-SAUV.
           STRING "SAUVEGARDE-" NUM-SAUV-ENTREE
               DELIMITED BY SIZE INTO REPERTOIRE-SAUV.
           MOVE SPACES TO NOM-FICHIER-SAUVEGARDE.
           STRING REPERTOIRE-SAUV "/MANIFESTE.txt"
               DELIMITED BY SIZE INTO NOM-FICHIER-SAUVEGARDE.
           OPEN INPUT FICHIER-SAUVEGARDE.
           IF FS-SAUVEGARDE = "00"
               MOVE 'O' TO MANIFESTE-OK
               MOVE 'N' TO EOF-SAUV
               PERFORM UNTIL EOF-SAUV = 'O'
                   READ FICHIER-SAUVEGARDE
                       AT END MOVE 'O' TO EOF-SAUV
                       NOT AT END PERFORM RETENIR-LIGNE-MANIFESTE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SAUVEGARDE
               PERFORM VARYING IDX-FIC-SAUV FROM 1 BY 1
                       UNTIL IDX-FIC-SAUV > NB-FICHIERS-SAUV
                   IF FICHIER-AU-MANIF(IDX-FIC-SAUV) = 'N'
                       MOVE 'N' TO MANIFESTE-OK
                   END-IF
               END-PERFORM
           END-IF.

      *------------------------------------------------------------*
      * RETENIR LA LIGNE DE MANIFESTE LUE                          *
      *------------------------------------------------------------*
       RETENIR-LIGNE-MANIFESTE.
           PERFORM VARYING IDX-FIC-SAUV FROM 1 BY 1
                   UNTIL IDX-FIC-SAUV > NB-FICHIERS-SAUV
               IF MAN-FICHIER = NOM-FICHIER-SAUV(IDX-FIC-SAUV)
                   MOVE MAN-NB-ENREG TO NB-ENREG-MANIF(IDX-FIC-SAUV)
                   MOVE 'O' TO FICHIER-AU-MANIF(IDX-FIC-SAUV)
                   IF MAN-FICHIER = "comptes.txt"
                       MOVE MAN-TOTAL-SOLDES TO TOTAL-SOLDES-MANIF
                   END-IF
               END-IF
           END-PERFORM.

      *------------------------------------------------------------*
      * CONFIRMER PUIS MENER LA RESTAURATION                       *
      * L'état courant est sauvegardé d'abord (sans purge, pour ne *
      * pas perdre la sauvegarde choisie) : faute d'y parvenir, la *
      * restauration n'a pas lieu.                                 *
      *------------------------------------------------------------*
       CONFIRMER-RESTAURATION.
           DISPLAY "Restaurer la sauvegarde " NUM-SAUV-ENTREE " du "
               TSV-DATE(IDX-SAUV-CHOISIE) " "
               TSV-HEURE(IDX-SAUV-CHOISIE) " ("
               TSV-MOTIF(IDX-SAUV-CHOISIE) ") ?".
           DISPLAY "Toutes les opérations postérieures seront"
               " annulées. Confirmer (O/N) : ".
           MOVE SPACE TO REPONSE.
           ACCEPT REPONSE.
           IF REPONSE = 'O'
               MOVE "AVANT-RESTAURATION" TO MOTIF-SAUV
               MOVE 'N' TO PURGE-SAUV
               PERFORM PRENDRE-SAUVEGARDE
               MOVE 'O' TO PURGE-SAUV
               IF SAUVEGARDE-FAITE = 'N'
                   DISPLAY "État courant non sauvegardé :"
                       " restauration abandonnée."
               ELSE
                   PERFORM RESTITUER-FICHIERS-SAUV
               END-IF
           ELSE
               DISPLAY "Restauration abandonnée."
           END-IF.

      *------------------------------------------------------------*
      * RECOPIER LE JEU SAUVEGARDE ET LE VERIFIER                  *
      * Chaque fichier est remplacé par sa copie (ou supprimé s'il *
      * n'existait pas à la sauvegarde), recompté et rapproché du  *
      * manifeste. La caisse de l'opérateur connecté est relue.    *
      *------------------------------------------------------------*
       RESTITUER-FICHIERS-SAUV.
           MOVE SPACES TO REPERTOIRE-SAUV.
           STRING "SAUVEGARDE-" NUM-SAUV-ENTREE
               DELIMITED BY SIZE INTO REPERTOIRE-SAUV.
           MOVE 0 TO NB-ECARTS-MANIF.
           PERFORM VARYING IDX-FIC-SAUV FROM 1 BY 1
                   UNTIL IDX-FIC-SAUV > NB-FICHIERS-SAUV
               MOVE SPACES TO COMMANDE-SYSTEME
               STRING "rm -f " DELIMITED BY SIZE
                   NOM-FICHIER-SAUV(IDX-FIC-SAUV) DELIMITED BY SPACE
                   INTO COMMANDE-SYSTEME
               CALL "SYSTEM" USING BY CONTENT COMMANDE-SYSTEME
               MOVE SPACES TO COMMANDE-SYSTEME
               STRING "cp -p " REPERTOIRE-SAUV "/" DELIMITED BY SIZE
                   NOM-FICHIER-SAUV(IDX-FIC-SAUV) DELIMITED BY SPACE
                   " . 2>/dev/null" DELIMITED BY SIZE
                   INTO COMMANDE-SYSTEME
               CALL "SYSTEM" USING BY CONTENT COMMANDE-SYSTEME
               PERFORM COMPTER-FICHIER-SAUV
               MOVE NB-ENREG-LUS TO NB-ENREG-SAUV(IDX-FIC-SAUV)
               IF NB-ENREG-SAUV(IDX-FIC-SAUV)
                   NOT = NB-ENREG-MANIF(IDX-FIC-SAUV)
                   ADD 1 TO NB-ECARTS-MANIF
                   DISPLAY "Écart au manifeste : "
                       NOM-FICHIER-SAUV(IDX-FIC-SAUV) " "
                       NB-ENREG-SAUV(IDX-FIC-SAUV) " lus, "
                       NB-ENREG-MANIF(IDX-FIC-SAUV) " attendus"
               END-IF
           END-PERFORM.
           IF TOTAL-SOLDES-SAUV NOT = TOTAL-SOLDES-MANIF
               ADD 1 TO NB-ECARTS-MANIF
               DISPLAY "Écart au manifeste : total des soldes "
                   TOTAL-SOLDES-SAUV " pour " TOTAL-SOLDES-MANIF
           END-IF.

           MOVE 'N' TO CAISSE-OUVERTE.
           MOVE OPERATEUR-CONNECTE TO OPERATEUR-CAISSE.
           PERFORM LIRE-CAISSE-OPERATEUR.
           IF CAISSE-TROUVEE = 'O' AND CAI-STATUT = 'O'
               MOVE 'O' TO CAISSE-OUVERTE
           END-IF.

           MOVE "RESTAURATION" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           IF NB-ECARTS-MANIF = 0
               STRING REPERTOIRE-SAUV " du "
                   TSV-DATE(IDX-SAUV-CHOISIE) " conforme au"
                   " manifeste" DELIMITED BY SIZE
                   INTO RESULTAT-AUDIT
           ELSE
               STRING REPERTOIRE-SAUV " du "
                   TSV-DATE(IDX-SAUV-CHOISIE) " NON CONFORME ("
                   NB-ECARTS-MANIF " écarts)" DELIMITED BY SIZE
                   INTO RESULTAT-AUDIT
           END-IF.
           PERFORM ECRIRE-AUDIT.

           DISPLAY "--------------------------------".
           IF NB-ECARTS-MANIF = 0
               DISPLAY "Restauration de " REPERTOIRE-SAUV
                   " effectuée, conforme au manifeste."
           ELSE
               DISPLAY "Restauration de " REPERTOIRE-SAUV
                   " NON CONFORME : " NB-ECARTS-MANIF " écart(s)."
           END-IF.
           DISPLAY "L'état d'avant la restauration est conservé"
               " dans la sauvegarde " NUMERO-SAUV ".".

      *------------------------------------------------------------*
      * COURRIERS ET AVIS CLIENTS                                  *
      * Les événements à porter à la connaissance du client sont   *
      * consignés au fil de la journée dans avis-clients.txt, un   *
      * avis par destinataire : le titulaire et les co-titulaires  *
      * pour tous les avis, les mandataires en plus pour les       *
      * opérations refusées (débit, chèque, virement permanent).   *
      * L'édition de nuit en tire un courrier par client ; un avis *
      * édité est marqué et n'est jamais repris.                   *
      *------------------------------------------------------------*
       MENU-COURRIERS.
           MOVE 'N' TO FIN-MENU-AVIS.
           PERFORM UNTIL FIN-MENU-AVIS = 'O'
               DISPLAY "--------------------------------"
               DISPLAY "   COURRIERS ET AVIS CLIENTS"
               DISPLAY "--------------------------------"
               DISPLAY "1 - Édition des courriers (superviseur)"
               DISPLAY "2 - Avis en attente d'édition"
               DISPLAY "3 - Retour au menu principal"
               DISPLAY "Votre choix : "
               ACCEPT CHOIX-AVIS
               EVALUATE CHOIX-AVIS
                   WHEN 1 PERFORM CONTROLER-SUPERVISEUR
                          IF PROFIL-CONNECTE = 'S'
                              PERFORM EDITION-COURRIERS
                          END-IF
                   WHEN 2 PERFORM LISTER-AVIS-ATTENTE
                   WHEN 3 MOVE 'O' TO FIN-MENU-AVIS
                   WHEN OTHER DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

      *------------------------------------------------------------*
      * CONSIGNER UN AVIS POUR CHAQUE DESTINATAIRE DU COMPTE       *
      * Entrée : AVIS-NUM-COMPTE, AVIS-TITULAIRE (0 si inconnu),   *
      * AVIS-TYPE, AVIS-NATURE, AVIS-MONTANT, AVIS-LIBELLE et,     *
      * pour une échéance de terme, AVIS-REF-DATE (date de         *
      * l'échéance) : un tel avis déjà consigné n'est pas doublé.  *
      * A blanc, l'avis est daté et horodaté du moment ; deux      *
      * événements de la même seconde sont départagés.             *
      *------------------------------------------------------------*
       ENREGISTRER-AVIS.
           IF AVIS-REF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO AVIS-REF-DATE
               MOVE FUNCTION CURRENT-DATE(9:8) TO AVIS-REF-SEQ
           ELSE
               MOVE 0 TO AVIS-REF-SEQ
           END-IF.
           OPEN I-O FICHIER-AVIS.
           IF AVIS-TITULAIRE > 0
               MOVE AVIS-TITULAIRE TO AVIS-DESTINATAIRE
               MOVE 'T' TO AVIS-QUALITE
               PERFORM ECRIRE-AVIS
           END-IF.
           MOVE 'N' TO EOF-HAB.
           OPEN INPUT FICHIER-HABILITATION.
           MOVE AVIS-NUM-COMPTE TO HAB-NUM-COMPTE.
           MOVE 0 TO HAB-NUM-CLIENT.
           START FICHIER-HABILITATION KEY >= HAB-CLE
               INVALID KEY
                   MOVE 'O' TO EOF-HAB
           END-START.
           PERFORM UNTIL EOF-HAB = 'O'
               READ FICHIER-HABILITATION NEXT RECORD
                   AT END MOVE 'O' TO EOF-HAB
                   NOT AT END
                       IF HAB-NUM-COMPTE NOT = AVIS-NUM-COMPTE
                           MOVE 'O' TO EOF-HAB
                       ELSE
                           PERFORM DESTINER-AVIS-HABILITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-HABILITATION.
           CLOSE FICHIER-AVIS.
           MOVE SPACES TO AVIS-REF-DATE.

      *------------------------------------------------------------*
      * ADRESSER L'AVIS A UN CO-TITULAIRE OU A UN MANDATAIRE       *
      * Le mandataire n'est avisé que des opérations refusées.     *
      *------------------------------------------------------------*
       DESTINER-AVIS-HABILITE.
           MOVE HAB-NUM-CLIENT TO AVIS-DESTINATAIRE.
           IF HAB-ROLE = 'C'
               MOVE 'C' TO AVIS-QUALITE
               PERFORM ECRIRE-AVIS
           ELSE
               IF AVIS-TYPE = 'R' OR AVIS-TYPE = 'C'
                   OR AVIS-TYPE = 'P'
                   MOVE 'M' TO AVIS-QUALITE
                   PERFORM ECRIRE-AVIS
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * ECRIRE L'AVIS DU DESTINATAIRE AVIS-DESTINATAIRE            *
      *------------------------------------------------------------*
       ECRIRE-AVIS.
           MOVE AVIS-DESTINATAIRE TO AVI-NUM-CLIENT.
           MOVE AVIS-NUM-COMPTE TO AVI-NUM-COMPTE.
           MOVE AVIS-TYPE TO AVI-TYPE.
           MOVE AVIS-REF-DATE TO AVI-REF-DATE.
           MOVE AVIS-REF-SEQ TO AVI-REF-SEQ.
           MOVE AVIS-QUALITE TO AVI-QUALITE.
           MOVE AVIS-NATURE TO AVI-NATURE.
           MOVE AVIS-MONTANT TO AVI-MONTANT.
           MOVE AVIS-LIBELLE TO AVI-LIBELLE.
           MOVE 'A' TO AVI-STATUT.
           MOVE SPACES TO AVI-DATE-EDITION.
           MOVE 'N' TO AVIS-ECRIT.
           PERFORM UNTIL AVIS-ECRIT = 'O'
               WRITE ENREG-AVIS
                   INVALID KEY
                       IF AVIS-TYPE = 'T' OR FS-AVIS NOT = "22"
                           MOVE 'O' TO AVIS-ECRIT
                       ELSE
                           ADD 1 TO AVI-REF-SEQ
                       END-IF
                   NOT INVALID KEY
                       MOVE 'O' TO AVIS-ECRIT
                       IF AVIS-TYPE = 'T'
                           ADD 1 TO NB-AVIS-TERME
                       END-IF
               END-WRITE
           END-PERFORM.

      *------------------------------------------------------------*
      * RETROUVER LE TITULAIRE DU COMPTE AVIS-NUM-COMPTE           *
      * Sortie : AVIS-TITULAIRE, 0 si le compte est inconnu.       *
      *------------------------------------------------------------*
       LIRE-TITULAIRE-AVIS.
           MOVE 0 TO AVIS-TITULAIRE.
           OPEN INPUT FICHIER-COMPTE.
           MOVE AVIS-NUM-COMPTE TO NUM-COMPTE.
           READ FICHIER-COMPTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NUM-CLIENT-TITU TO AVIS-TITULAIRE
           END-READ.
           CLOSE FICHIER-COMPTE.

      *------------------------------------------------------------*
      * AVISER D'UN DEBIT REFUSE POUR DEPASSEMENT DU DECOUVERT     *
      * Compte lu par APPLIQUER-DEPOT-RETRAIT, code dans REPONSE ; *
      * pour un prélèvement (M), créancier dans PRLV-CREANCIER.    *
      *------------------------------------------------------------*
       SIGNALER-DEBIT-REFUSE.
           MOVE NUM-COMPTE TO AVIS-NUM-COMPTE.
           MOVE NUM-CLIENT-TITU TO AVIS-TITULAIRE.
           MOVE 'R' TO AVIS-TYPE.
           MOVE REPONSE TO AVIS-NATURE.
           MOVE MONTANT TO AVIS-MONTANT.
           MOVE SPACES TO AVIS-LIBELLE.
           IF REPONSE = 'M'
               STRING "au profit de " PRLV-CREANCIER
                   DELIMITED BY SIZE INTO AVIS-LIBELLE
           END-IF.
           PERFORM ENREGISTRER-AVIS.

      *------------------------------------------------------------*
      * AVISER D'UN VIREMENT REFUSE POUR DEPASSEMENT DU DECOUVERT  *
      * Suite à CONTROLER-VIREMENT (NUM-SOURCE, NUM-DEST).         *
      *------------------------------------------------------------*
       SIGNALER-VIREMENT-REFUSE.
           MOVE NUM-SOURCE TO AVIS-NUM-COMPTE.
           MOVE TITU-SOURCE TO AVIS-TITULAIRE.
           MOVE 'R' TO AVIS-TYPE.
           MOVE 'T' TO AVIS-NATURE.
           MOVE MONTANT TO AVIS-MONTANT.
           MOVE SPACES TO AVIS-LIBELLE.
           STRING "vers le compte " NUM-DEST
               DELIMITED BY SIZE INTO AVIS-LIBELLE.
           PERFORM ENREGISTRER-AVIS.

      *------------------------------------------------------------*
      * AVISER DU REJET D'UN VIREMENT PERMANENT                    *
      * Suite à CONTROLER-VIREMENT ; un ordre dont le compte à     *
      * débiter n'existe plus n'a personne à aviser.               *
      *------------------------------------------------------------*
       SIGNALER-VP-REJETE.
           IF TROUVE-SOURCE = 'O'
               MOVE NUM-SOURCE TO AVIS-NUM-COMPTE
               MOVE TITU-SOURCE TO AVIS-TITULAIRE
               MOVE 'P' TO AVIS-TYPE
               MOVE SPACE TO AVIS-NATURE
               MOVE MONTANT TO AVIS-MONTANT
               MOVE SPACES TO AVIS-LIBELLE
               STRING "vers le compte " NUM-DEST " : " MOTIF-REJET
                   DELIMITED BY SIZE INTO AVIS-LIBELLE
               PERFORM ENREGISTRER-AVIS
           END-IF.

      *------------------------------------------------------------*
      * AVISER DU REJET D'UN CHEQUE PRESENTE                       *
      *------------------------------------------------------------*
       SIGNALER-CHEQUE-REJETE.
           MOVE PRES-NUM-COMPTE TO AVIS-NUM-COMPTE.
           PERFORM LIRE-TITULAIRE-AVIS.
           IF AVIS-TITULAIRE > 0
               MOVE 'C' TO AVIS-TYPE
               MOVE SPACE TO AVIS-NATURE
               MOVE PRES-MONTANT TO AVIS-MONTANT
               MOVE SPACES TO AVIS-LIBELLE
               STRING "n. " PRES-NUM-CHEQUE " : " MOTIF-REJET
                   DELIMITED BY SIZE INTO AVIS-LIBELLE
               PERFORM ENREGISTRER-AVIS
           END-IF.

      *------------------------------------------------------------*
      * AVISER DE LA POSE D'UN BLOCAGE OU D'UNE SAISIE             *
      *------------------------------------------------------------*
       SIGNALER-BLOCAGE-POSE.
           MOVE BLO-NUM-COMPTE TO AVIS-NUM-COMPTE.
           PERFORM LIRE-TITULAIRE-AVIS.
           MOVE 'B' TO AVIS-TYPE.
           MOVE BLO-TYPE TO AVIS-NATURE.
           MOVE BLO-MONTANT-RES TO AVIS-MONTANT.
           MOVE BLO-MOTIF TO AVIS-LIBELLE.
           PERFORM ENREGISTRER-AVIS.

      *------------------------------------------------------------*
      * AVISER DE LA MISE EN DESHERENCE DU COMPTE COURAMMENT LU    *
      *------------------------------------------------------------*
       SIGNALER-DESHERENCE.
           MOVE NUM-COMPTE TO AVIS-NUM-COMPTE.
           MOVE NUM-CLIENT-TITU TO AVIS-TITULAIRE.
           MOVE 'I' TO AVIS-TYPE.
           MOVE SPACE TO AVIS-NATURE.
           MOVE 0 TO AVIS-MONTANT.
           MOVE DERNIERE-DATE-MVT TO AVIS-LIBELLE.
           PERFORM ENREGISTRER-AVIS.

      *------------------------------------------------------------*
      * EDITION DE NUIT DES COURRIERS CLIENTS                      *
      * Traitement de type batch : relève d'abord les comptes à    *
      * terme dont l'échéance tombe dans les JOURS-PREAVIS-TERME   *
      * jours, puis reprend dans l'ordre des clients tous les avis *
      * à éditer et en fait un courrier par client (nom et adresse *
      * du référentiel), un paragraphe par avis selon son modèle.  *
      * Chaque avis édité passe au statut E avec la date           *
      * d'édition. Le fichier COURRIERS-date.TXT est destiné à     *
      * l'impression et au publipostage.                           *
      *------------------------------------------------------------*
       EDITION-COURRIERS.
           MOVE "COURRIERS" TO NOM-BATCH-CTRL.
           MOVE DATE-AUJOURD(1:8) TO PERIODE-BATCH-CTRL.
           PERFORM DEMARRER-BATCH.
           IF BATCH-AUTORISE = 'O'
               PERFORM EXECUTER-EDITION-COURRIERS
           END-IF.

      *------------------------------------------------------------*
      * EDITER LES COURRIERS SOUS CONTROLE DU REGISTRE             *
      * En reprise, les clients déjà pointés ne sont pas repris et *
      * leurs courriers, déjà écrits, sont conservés.              *
      *------------------------------------------------------------*
       EXECUTER-EDITION-COURRIERS.
           MOVE 0 TO NB-COURRIERS.
           MOVE 0 TO NB-AVIS-EDITES.
           MOVE 0 TO NB-AVIS-TERME.
           PERFORM RELEVER-ECHEANCES-PROCHES.

           MOVE SPACES TO NOM-FICHIER-RELEVE.
           STRING "COURRIERS-" DATE-AUJOURD(1:8) ".TXT"
               DELIMITED BY SIZE INTO NOM-FICHIER-RELEVE.
           IF REPRISE-DEPUIS > 0
               OPEN EXTEND FICHIER-RELEVE
               IF FS-RELEVE = "35"
                   OPEN OUTPUT FICHIER-RELEVE
               END-IF
           ELSE
               OPEN OUTPUT FICHIER-RELEVE
           END-IF.

           MOVE 0 TO CLIENT-COURRIER.
           MOVE 'N' TO EOF-AVIS.
           OPEN I-O FICHIER-AVIS.
           PERFORM UNTIL EOF-AVIS = 'O'
               READ FICHIER-AVIS NEXT RECORD
                   AT END MOVE 'O' TO EOF-AVIS
                   NOT AT END
                       IF AVI-STATUT = 'A'
                           AND AVI-NUM-CLIENT > REPRISE-DEPUIS
                           PERFORM EDITER-AVIS-CLIENT
                       END-IF
               END-READ
           END-PERFORM.
           IF CLIENT-COURRIER > 0
               PERFORM TERMINER-COURRIER
           END-IF.
           CLOSE FICHIER-AVIS.
           CLOSE FICHIER-RELEVE.
           PERFORM TERMINER-BATCH.

           MOVE "COURRIERS CLIENTS" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           STRING NB-COURRIERS " courriers, " NB-AVIS-EDITES
               " avis édités" DELIMITED BY SIZE
               INTO RESULTAT-AUDIT.
           PERFORM ECRIRE-AUDIT.

           DISPLAY "--------------------------------".
           DISPLAY "Avis d'échéance de terme consignés : "
               NB-AVIS-TERME.
           DISPLAY "Courriers édités : " NB-COURRIERS.
           DISPLAY "Avis édités      : " NB-AVIS-EDITES.
           DISPLAY "Fichier des courriers : " NOM-FICHIER-RELEVE.

      *------------------------------------------------------------*
      * RELEVER LES COMPTES A TERME PROCHES DE LEUR ECHEANCE       *
      * L'avis porte la date d'échéance en référence : repassé les *
      * nuits suivantes, il n'est pas consigné une seconde fois.   *
      *------------------------------------------------------------*
       RELEVER-ECHEANCES-PROCHES.
           MOVE DATE-AUJOURD(1:8) TO DATE-NUM-8.
           COMPUTE JOUR-AVIS-ENT =
               FUNCTION INTEGER-OF-DATE(DATE-NUM-8).
           MOVE 'N' TO EOF.
           OPEN INPUT FICHIER-COMPTE.
           PERFORM UNTIL EOF = 'O'
               READ FICHIER-COMPTE NEXT RECORD
                   AT END MOVE 'O' TO EOF
                   NOT AT END
                       IF TYPE-COMPTE = "Terme"
                           AND DATE-ECHEANCE(1:8) NOT = SPACES
                           AND DATE-ECHEANCE(1:8) >=
                               DATE-AUJOURD(1:8)
                           PERFORM EXAMINER-ECHEANCE-PROCHE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-COMPTE.

      *------------------------------------------------------------*
      * CONSIGNER L'AVIS D'ECHEANCE DU COMPTE A TERME LU           *
      *------------------------------------------------------------*
       EXAMINER-ECHEANCE-PROCHE.
           MOVE DATE-ECHEANCE(1:8) TO DATE-NUM-8.
           COMPUTE JOURS-AVANT-ECHEANCE =
               FUNCTION INTEGER-OF-DATE(DATE-NUM-8) - JOUR-AVIS-ENT.
           IF JOURS-AVANT-ECHEANCE <= JOURS-PREAVIS-TERME
               MOVE NUM-COMPTE TO AVIS-NUM-COMPTE
               MOVE NUM-CLIENT-TITU TO AVIS-TITULAIRE
               MOVE 'T' TO AVIS-TYPE
               MOVE SPACE TO AVIS-NATURE
               MOVE SOLDE TO AVIS-MONTANT
               MOVE SPACES TO AVIS-LIBELLE
               MOVE DATE-ECHEANCE(1:8) TO AVIS-REF-DATE
               PERFORM ENREGISTRER-AVIS
           END-IF.

      *------------------------------------------------------------*
      * EDITER L'AVIS LU DANS LE COURRIER DE SON DESTINATAIRE      *
      * Un nouveau destinataire clôt le courrier précédent et en   *
      * ouvre un autre.                                            *
      *------------------------------------------------------------*
       EDITER-AVIS-CLIENT.
           IF AVI-NUM-CLIENT NOT = CLIENT-COURRIER
               IF CLIENT-COURRIER > 0
                   PERFORM TERMINER-COURRIER
               END-IF
               PERFORM COMMENCER-COURRIER
           END-IF.
           MOVE AVI-REF-DATE TO DATE-LETTRE-ENT.
           PERFORM FORMATER-DATE-LETTRE.
           EVALUATE AVI-TYPE
               WHEN 'R' PERFORM EDITER-AVIS-DEBIT-REFUSE
               WHEN 'C' PERFORM EDITER-AVIS-CHEQUE-REJETE
               WHEN 'B' PERFORM EDITER-AVIS-BLOCAGE
               WHEN 'I' PERFORM EDITER-AVIS-DESHERENCE
               WHEN 'T' PERFORM EDITER-AVIS-ECHEANCE-TERME
               WHEN 'P' PERFORM EDITER-AVIS-VP-REJETE
               WHEN OTHER
                   MOVE SPACES TO LIGNE-RELEVE
                   STRING "Objet : compte n. " AVI-NUM-COMPTE
                       "  " AVI-LIBELLE
                       DELIMITED BY SIZE INTO LIGNE-RELEVE
                   WRITE LIGNE-RELEVE
           END-EVALUATE.
           IF AVI-QUALITE = 'C'
               MOVE SPACES TO LIGNE-RELEVE
               STRING "Cet avis vous est adressé en qualité de"
                   " co-titulaire du compte."
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           END-IF.
           IF AVI-QUALITE = 'M'
               MOVE SPACES TO LIGNE-RELEVE
               STRING "Cet avis vous est adressé en qualité de"
                   " mandataire sur le compte."
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           END-IF.
           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

           MOVE 'E' TO AVI-STATUT.
           MOVE DATE-AUJOURD(1:8) TO AVI-DATE-EDITION.
           REWRITE ENREG-AVIS.
           ADD 1 TO NB-AVIS-EDITES.

      *------------------------------------------------------------*
      * OUVRIR LE COURRIER DU CLIENT AVI-NUM-CLIENT                *
      *------------------------------------------------------------*
       COMMENCER-COURRIER.
           MOVE AVI-NUM-CLIENT TO CLIENT-COURRIER.
           ADD 1 TO NB-COURRIERS.
           MOVE AVI-NUM-CLIENT TO NUM-CLIENT-ENTREE.
           PERFORM LIRE-FICHE-CLIENT.
           MOVE DATE-AUJOURD(1:8) TO DATE-LETTRE-ENT.
           PERFORM FORMATER-DATE-LETTRE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "COURRIER CLIENT " AVI-NUM-CLIENT
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE NOM-TITULAIRE TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE ADRESSE-TITULAIRE TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Le " DATE-LETTRE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE "Madame, Monsieur," TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

      *------------------------------------------------------------*
      * CLORE LE COURRIER EN COURS ET POINTER SON CLIENT           *
      *------------------------------------------------------------*
       TERMINER-COURRIER.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Nous restons à votre disposition pour tout"
               " renseignement complémentaire."
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE "Votre agence" TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE "--------------------------------" TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE CLIENT-COURRIER TO POINTAGE-BATCH.
           PERFORM POINTER-BATCH-COMPTE.

      *------------------------------------------------------------*
      * METTRE LA DATE DATE-LETTRE-ENT (AAAAMMJJ) EN JJ/MM/AAAA    *
      *------------------------------------------------------------*
       FORMATER-DATE-LETTRE.
           MOVE SPACES TO DATE-LETTRE.
           STRING DATE-LETTRE-ENT(7:2) "/" DATE-LETTRE-ENT(5:2) "/"
               DATE-LETTRE-ENT(1:4)
               DELIMITED BY SIZE INTO DATE-LETTRE.

      *------------------------------------------------------------*
      * MODELE : DEBIT REFUSE (DECOUVERT AUTORISE DEPASSE)         *
      *------------------------------------------------------------*
       EDITER-AVIS-DEBIT-REFUSE.
           EVALUATE AVI-NATURE
               WHEN 'R' MOVE "un retrait" TO NATURE-LETTRE
               WHEN 'E' MOVE "un virement vers une autre banque"
                            TO NATURE-LETTRE
               WHEN 'L' MOVE "une échéance de prêt" TO NATURE-LETTRE
               WHEN 'M' MOVE "un prélèvement" TO NATURE-LETTRE
               WHEN 'T' MOVE "un virement" TO NATURE-LETTRE
               WHEN OTHER MOVE "une opération au débit"
                            TO NATURE-LETTRE
           END-EVALUATE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Objet : opération refusée sur le compte n. "
               AVI-NUM-COMPTE DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Le " DATE-LETTRE ", " NATURE-LETTRE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "d'un montant de " AVI-MONTANT " " AVI-LIBELLE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "n'a pu être exécuté : il aurait porté le solde"
               " au-delà du découvert autorisé."
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

      *------------------------------------------------------------*
      * MODELE : CHEQUE REJETE                                     *
      *------------------------------------------------------------*
       EDITER-AVIS-CHEQUE-REJETE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Objet : chèque rejeté sur le compte n. "
               AVI-NUM-COMPTE DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Le " DATE-LETTRE ", le chèque d'un montant de "
               AVI-MONTANT " présenté au paiement"
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "a été rejeté. Chèque " AVI-LIBELLE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Nous vous invitons à régulariser la situation sans"
               " délai."
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

      *------------------------------------------------------------*
      * MODELE : BLOCAGE OU SAISIE POSE SUR LE COMPTE              *
      *------------------------------------------------------------*
       EDITER-AVIS-BLOCAGE.
           EVALUATE AVI-NATURE
               WHEN 'T' MOVE "un blocage total du compte"
                            TO NATURE-LETTRE
               WHEN 'D' MOVE "un blocage des opérations au débit"
                            TO NATURE-LETTRE
               WHEN 'S' MOVE "une saisie" TO NATURE-LETTRE
               WHEN OTHER MOVE "un blocage" TO NATURE-LETTRE
           END-EVALUATE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Objet : mesure posée sur le compte n. "
               AVI-NUM-COMPTE DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Le " DATE-LETTRE ", nous avons dû poser "
               NATURE-LETTRE "."
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Motif : " AVI-LIBELLE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           IF AVI-NATURE = 'S'
               MOVE SPACES TO LIGNE-RELEVE
               STRING "Montant rendu indisponible : " AVI-MONTANT
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           END-IF.

      *------------------------------------------------------------*
      * MODELE : MISE EN DESHERENCE                                *
      *------------------------------------------------------------*
       EDITER-AVIS-DESHERENCE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Objet : compte inactif n. " AVI-NUM-COMPTE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE AVI-LIBELLE(1:8) TO DATE-LETTRE-ENT.
           PERFORM FORMATER-DATE-LETTRE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Sans opération depuis le " DATE-LETTRE
               ", votre compte est considéré comme inactif"
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE AVI-REF-DATE TO DATE-LETTRE-ENT.
           PERFORM FORMATER-DATE-LETTRE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "depuis le " DATE-LETTRE " et ses opérations sont"
               " suspendues."
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Merci de prendre contact avec votre agence pour le"
               " réactiver."
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

      *------------------------------------------------------------*
      * MODELE : ECHEANCE PROCHAINE D'UN COMPTE A TERME            *
      *------------------------------------------------------------*
       EDITER-AVIS-ECHEANCE-TERME.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Objet : échéance du compte à terme n. "
               AVI-NUM-COMPTE DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Votre placement de " AVI-MONTANT
               " arrive à échéance le " DATE-LETTRE "."
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Pour toute instruction sur les fonds, merci de"
               " contacter votre agence"
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE "avant cette date." TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

      *------------------------------------------------------------*
      * MODELE : VIREMENT PERMANENT REJETE                         *
      *------------------------------------------------------------*
       EDITER-AVIS-VP-REJETE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Objet : virement permanent non exécuté, compte n. "
               AVI-NUM-COMPTE DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Le " DATE-LETTRE ", votre virement permanent de "
               AVI-MONTANT " n'a pu être exécuté :"
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "  " AVI-LIBELLE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Il sera présenté à nouveau à sa prochaine"
               " échéance." DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

      *------------------------------------------------------------*
      * LISTER LES AVIS EN ATTENTE D'EDITION                       *
      *------------------------------------------------------------*
       LISTER-AVIS-ATTENTE.
           MOVE 0 TO NB-AVIS-ATTENTE.
           DISPLAY "AVIS A EDITER (client, compte, type, date,"
               " montant, détail) :".
           MOVE 'N' TO EOF-AVIS.
           OPEN INPUT FICHIER-AVIS.
           PERFORM UNTIL EOF-AVIS = 'O'
               READ FICHIER-AVIS NEXT RECORD
                   AT END MOVE 'O' TO EOF-AVIS
                   NOT AT END
                       IF AVI-STATUT = 'A'
                           ADD 1 TO NB-AVIS-ATTENTE
                           DISPLAY AVI-NUM-CLIENT " " AVI-NUM-COMPTE
                               " " AVI-TYPE AVI-QUALITE " "
                               AVI-REF-DATE " " AVI-MONTANT " "
                               AVI-LIBELLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-AVIS.
           DISPLAY "Avis en attente : " NB-AVIS-ATTENTE.

      *------------------------------------------------------------*
      * SOUS-MENU DES DECLARATIONS FICOBA (SUPERVISEUR)            *
      * Ouvertures, clôtures, ajouts et retraits de co-titulaires  *
      * ou de mandataires, changements d'identité ou d'adresse     *
      * sont consignés au fil de l'eau dans ficoba.txt. La         *
      * déclaration périodique en tire le fichier à remettre au    *
      * registre national des comptes ; un événement déclaré est   *
      * marqué et ne part jamais deux fois. Les rejets retournés   *
      * par le registre sont relus, listés pour correction puis    *
      * remis à déclarer un par un.                                *
      *------------------------------------------------------------*
       MENU-FICOBA.
           MOVE 'N' TO FIN-MENU-FICOBA.
           PERFORM UNTIL FIN-MENU-FICOBA = 'O'
               DISPLAY "--------------------------------"
               DISPLAY "   DECLARATIONS FICOBA"
               DISPLAY "--------------------------------"
               DISPLAY "1 - Produire le fichier de déclaration"
               DISPLAY "2 - Intégrer les rejets du registre"
               DISPLAY "3 - Lister les rejets à corriger"
               DISPLAY "4 - Redéclarer un événement corrigé"
               DISPLAY "5 - Événements en attente de déclaration"
               DISPLAY "6 - Retour au menu principal"
               DISPLAY "Votre choix : "
               ACCEPT CHOIX-FICOBA
               EVALUATE CHOIX-FICOBA
                   WHEN 1 PERFORM DECLARATION-FICOBA
                   WHEN 2 PERFORM INTEGRER-RETOURS-FICOBA
                   WHEN 3 PERFORM LISTER-REJETS-FICOBA
                   WHEN 4 PERFORM REDECLARER-EVT-FICOBA
                   WHEN 5 PERFORM LISTER-FICOBA-ATTENTE
                   WHEN 6 MOVE 'O' TO FIN-MENU-FICOBA
                   WHEN OTHER DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

      *------------------------------------------------------------*
      * CONSIGNER UN EVENEMENT A DECLARER A FICOBA                 *
      * Entrée : FICOBA-NATURE, FICOBA-COMPTE, FICOBA-CLIENT,      *
      * FICOBA-ROLE et FICOBA-TYPE-COMPTE. Un prêt n'est pas un    *
      * compte de dépôt et ne se déclare pas ; un compte inconnu   *
      * (type à blanc) non plus. L'événement est daté et horodaté  *
      * du moment ; deux événements de la même seconde sont        *
      * départagés.                                                *
      *------------------------------------------------------------*
       ENREGISTRER-EVT-FICOBA.
           IF FICOBA-TYPE-COMPTE NOT = "Pret"
               AND FICOBA-TYPE-COMPTE NOT = SPACES
               OPEN I-O FICHIER-FICOBA
               MOVE FUNCTION CURRENT-DATE(1:8) TO FIC-DATE
               MOVE FUNCTION CURRENT-DATE(9:8) TO FIC-SEQ
               MOVE FICOBA-NATURE TO FIC-NATURE
               MOVE FICOBA-COMPTE TO FIC-NUM-COMPTE
               MOVE FICOBA-CLIENT TO FIC-NUM-CLIENT
               MOVE FICOBA-ROLE TO FIC-ROLE
               MOVE FICOBA-TYPE-COMPTE TO FIC-TYPE-COMPTE
               MOVE 'A' TO FIC-STATUT
               MOVE SPACES TO FIC-DATE-ENVOI
               MOVE SPACES TO FIC-CODE-REJET
               MOVE SPACES TO FIC-MOTIF-REJET
               MOVE 'N' TO FICOBA-ECRIT
               PERFORM UNTIL FICOBA-ECRIT = 'O'
                   WRITE ENREG-FICOBA
                       INVALID KEY
                           IF FS-FICOBA NOT = "22"
                               MOVE 'O' TO FICOBA-ECRIT
                           ELSE
                               ADD 1 TO FIC-SEQ
                           END-IF
                       NOT INVALID KEY
                           MOVE 'O' TO FICOBA-ECRIT
                   END-WRITE
               END-PERFORM
               CLOSE FICHIER-FICOBA
           END-IF.

      *------------------------------------------------------------*
      * DECLARER LA CLOTURE DU COMPTE LU PAR SUPPRIMER-COMPTE      *
      * Le titulaire ici ; les co-titulaires et mandataires le     *
      * sont à la purge de leurs habilitations.                    *
      *------------------------------------------------------------*
       DECLARER-CLOTURE-FICOBA.
           MOVE 'C' TO FICOBA-NATURE.
           MOVE NUM-COMPTE TO FICOBA-COMPTE.
           MOVE NUM-CLIENT-TITU TO FICOBA-CLIENT.
           MOVE 'T' TO FICOBA-ROLE.
           MOVE TYPE-COMPTE TO FICOBA-TYPE-COMPTE.
           PERFORM ENREGISTRER-EVT-FICOBA.

      *------------------------------------------------------------*
      * DECLARER L'AJOUT OU LE RETRAIT D'UNE HABILITATION          *
      * Entrée : FICOBA-NATURE (A/R), FICOBA-ROLE,                 *
      * COMPTE-HAB-ENTREE et CLIENT-HAB-ENTREE.                    *
      *------------------------------------------------------------*
       DECLARER-HABILITATION-FICOBA.
           MOVE COMPTE-HAB-ENTREE TO FICOBA-COMPTE.
           MOVE CLIENT-HAB-ENTREE TO FICOBA-CLIENT.
           PERFORM LIRE-TYPE-COMPTE-FICOBA.
           PERFORM ENREGISTRER-EVT-FICOBA.

      *------------------------------------------------------------*
      * LIRE LE TYPE DU COMPTE FICOBA-COMPTE                       *
      * Sortie : FICOBA-TYPE-COMPTE, à blanc si le compte est      *
      * inconnu.                                                   *
      *------------------------------------------------------------*
       LIRE-TYPE-COMPTE-FICOBA.
           MOVE SPACES TO FICOBA-TYPE-COMPTE.
           OPEN INPUT FICHIER-COMPTE.
           MOVE FICOBA-COMPTE TO NUM-COMPTE.
           READ FICHIER-COMPTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TYPE-COMPTE TO FICOBA-TYPE-COMPTE
           END-READ.
           CLOSE FICHIER-COMPTE.

      *------------------------------------------------------------*
      * DECLARER LE CHANGEMENT D'IDENTITE DU CLIENT MODIFIE        *
      * Un événement M par compte dont le client est titulaire,    *
      * puis par compte sur lequel il est co-titulaire ou          *
      * mandataire.                                                *
      *------------------------------------------------------------*
       DECLARER-MODIF-CLIENT-FICOBA.
           MOVE 'M' TO FICOBA-NATURE.
           MOVE NUM-CLIENT-ENTREE TO FICOBA-CLIENT.
           MOVE 'T' TO FICOBA-ROLE.
           MOVE 'N' TO EOF.
           OPEN INPUT FICHIER-COMPTE.
           PERFORM UNTIL EOF = 'O'
               READ FICHIER-COMPTE NEXT RECORD
                   AT END MOVE 'O' TO EOF
                   NOT AT END
                       IF NUM-CLIENT-TITU = FICOBA-CLIENT
                           MOVE NUM-COMPTE TO FICOBA-COMPTE
                           MOVE TYPE-COMPTE TO FICOBA-TYPE-COMPTE
                           PERFORM ENREGISTRER-EVT-FICOBA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-COMPTE.

           MOVE 'N' TO EOF-HAB.
           OPEN INPUT FICHIER-HABILITATION.
           IF FS-HABILITATION NOT = "35"
               PERFORM UNTIL EOF-HAB = 'O'
                   READ FICHIER-HABILITATION NEXT RECORD
                       AT END MOVE 'O' TO EOF-HAB
                       NOT AT END
                           IF HAB-NUM-CLIENT = FICOBA-CLIENT
                               MOVE HAB-NUM-COMPTE TO FICOBA-COMPTE
                               MOVE HAB-ROLE TO FICOBA-ROLE
                               PERFORM LIRE-TYPE-COMPTE-FICOBA
                               PERFORM ENREGISTRER-EVT-FICOBA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HABILITATION
           END-IF.

      *------------------------------------------------------------*
      * DECLARATION PERIODIQUE A FICOBA                            *
      * Traitement de type batch sous contrôle du registre : tous  *
      * les événements à déclarer partent dans le fichier          *
      * FICOBA-DECL-date.TXT (entête, une ligne par événement avec *
      * l'identité du client relue sur clients.txt, fin portant le *
      * nombre de lignes) et passent au statut E.                  *
      *------------------------------------------------------------*
       DECLARATION-FICOBA.
           MOVE "DECLARATION-FICOBA" TO NOM-BATCH-CTRL.
           MOVE DATE-AUJOURD(1:8) TO PERIODE-BATCH-CTRL.
           PERFORM DEMARRER-BATCH.
           IF BATCH-AUTORISE = 'O'
               PERFORM EXECUTER-DECLARATION-FICOBA
           END-IF.

      *------------------------------------------------------------*
      * PRODUIRE LE FICHIER DE DECLARATION SOUS CONTROLE DU        *
      * REGISTRE. En reprise, les événements déjà déclarés sont au *
      * statut E et ne sont pas repris ; leurs lignes, déjà        *
      * écrites, sont conservées et comptées dans la fin.          *
      *------------------------------------------------------------*
       EXECUTER-DECLARATION-FICOBA.
           MOVE REPRISE-DEPUIS TO NB-DECL-FICOBA.
           MOVE 0 TO NB-NON-DECL-FICOBA.
           MOVE SPACES TO NOM-FICHIER-FICOBA.
           STRING "FICOBA-DECL-" DATE-AUJOURD(1:8) ".TXT"
               DELIMITED BY SIZE INTO NOM-FICHIER-FICOBA.
           IF REPRISE-DEPUIS > 0
               OPEN EXTEND FICHIER-FICOBA-DECL
               IF FS-FICOBA-DECL = "35"
                   OPEN OUTPUT FICHIER-FICOBA-DECL
                   PERFORM ECRIRE-ENTETE-FICOBA
               END-IF
           ELSE
               OPEN OUTPUT FICHIER-FICOBA-DECL
               PERFORM ECRIRE-ENTETE-FICOBA
           END-IF.

           MOVE 'N' TO EOF-FICOBA.
           OPEN I-O FICHIER-FICOBA.
           PERFORM UNTIL EOF-FICOBA = 'O'
               READ FICHIER-FICOBA NEXT RECORD
                   AT END MOVE 'O' TO EOF-FICOBA
                   NOT AT END
                       IF FIC-STATUT = 'A'
                           PERFORM DECLARER-UN-EVT-FICOBA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-FICOBA.

           MOVE SPACES TO FIN-DECL-FICOBA.
           MOVE '9' TO FFI-TYPE-ENREG.
           MOVE CODE-ETABLISSEMENT TO FFI-ETABLISSEMENT.
           MOVE NB-DECL-FICOBA TO FFI-NB-LIGNES.
           WRITE FIN-DECL-FICOBA.
           CLOSE FICHIER-FICOBA-DECL.
           PERFORM TERMINER-BATCH.

           MOVE "DECLARATION FICOBA" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           STRING NB-DECL-FICOBA " déclarés, " NB-NON-DECL-FICOBA
               " en attente (client inconnu)"
               DELIMITED BY SIZE INTO RESULTAT-AUDIT.
           PERFORM ECRIRE-AUDIT.

           DISPLAY "--------------------------------".
           DISPLAY "Déclaration FICOBA terminée.".
           DISPLAY "Événements déclarés     : " NB-DECL-FICOBA.
           DISPLAY "Non déclarés (client)   : " NB-NON-DECL-FICOBA.
           DISPLAY "Fichier à remettre : " NOM-FICHIER-FICOBA.

      *------------------------------------------------------------*
      * ECRIRE L'ENTETE DU FICHIER DE DECLARATION                  *
      *------------------------------------------------------------*
       ECRIRE-ENTETE-FICOBA.
           MOVE SPACES TO ENTETE-DECL-FICOBA.
           MOVE '1' TO EFI-TYPE-ENREG.
           MOVE CODE-ETABLISSEMENT TO EFI-ETABLISSEMENT.
           MOVE DATE-AUJOURD(1:8) TO EFI-DATE-REMISE.
           WRITE ENTETE-DECL-FICOBA.

      *------------------------------------------------------------*
      * DECLARER L'EVENEMENT LU                                    *
      * Un événement dont le client n'est plus au référentiel      *
      * reste à déclarer (la déclaration serait rejetée sans       *
      * identité) et est signalé à l'écran.                        *
      *------------------------------------------------------------*
       DECLARER-UN-EVT-FICOBA.
           MOVE 'N' TO FICOBA-CLIENT-LU.
           MOVE SPACES TO ENREG-DECL-FICOBA.
           OPEN INPUT FICHIER-CLIENT.
           MOVE FIC-NUM-CLIENT TO NUM-CLIENT.
           READ FICHIER-CLIENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO FICOBA-CLIENT-LU
                   MOVE NOM-COMPLET TO DFI-NOM
                   MOVE ADRESSE-CLIENT TO DFI-ADRESSE
                   MOVE PIECE-IDENTITE TO DFI-PIECE
           END-READ.
           CLOSE FICHIER-CLIENT.

           IF FICOBA-CLIENT-LU = 'N'
               ADD 1 TO NB-NON-DECL-FICOBA
               DISPLAY "Événement " FIC-DATE "/" FIC-SEQ " : client "
                   FIC-NUM-CLIENT " inconnu, non déclaré."
           ELSE
               MOVE '2' TO DFI-TYPE-ENREG
               MOVE CODE-ETABLISSEMENT TO DFI-ETABLISSEMENT
               MOVE FIC-DATE TO DFI-REF-DATE
               MOVE FIC-SEQ TO DFI-REF-SEQ
               MOVE FIC-NATURE TO DFI-NATURE
               MOVE FIC-NUM-COMPTE TO DFI-NUM-COMPTE
               EVALUATE FIC-TYPE-COMPTE
                   WHEN "Courant" MOVE "CC" TO DFI-NATURE-COMPTE
                   WHEN "Epargne" MOVE "EP" TO DFI-NATURE-COMPTE
                   WHEN "Terme"   MOVE "AT" TO DFI-NATURE-COMPTE
                   WHEN OTHER     MOVE "XX" TO DFI-NATURE-COMPTE
               END-EVALUATE
               MOVE FIC-ROLE TO DFI-QUALITE
               MOVE FIC-NUM-CLIENT TO DFI-NUM-CLIENT
               WRITE ENREG-DECL-FICOBA
               MOVE 'E' TO FIC-STATUT
               MOVE DATE-AUJOURD(1:8) TO FIC-DATE-ENVOI
               REWRITE ENREG-FICOBA
               ADD 1 TO NB-DECL-FICOBA
               MOVE NB-DECL-FICOBA TO POINTAGE-BATCH
               PERFORM POINTER-BATCH-COMPTE
           END-IF.

      *------------------------------------------------------------*
      * INTEGRATION DES REJETS RETOURNES PAR LE REGISTRE           *
      * FICOBA-RETOURS.txt porte une ligne par rejet : référence   *
      * de l'événement déclaré (date et séquence), code et libellé *
      * du rejet. Traitement de type batch sous contrôle du        *
      * registre, comme l'intégration des virements reçus.         *
      *------------------------------------------------------------*
       INTEGRER-RETOURS-FICOBA.
           OPEN INPUT FICHIER-FICOBA-RET.
           IF FS-FICOBA-RET = "35"
               DISPLAY "Aucun fichier FICOBA-RETOURS.txt à"
                   " intégrer."
           ELSE
               MOVE "RETOURS-FICOBA" TO NOM-BATCH-CTRL
               MOVE DATE-AUJOURD(1:8) TO PERIODE-BATCH-CTRL
               PERFORM DEMARRER-BATCH
               IF BATCH-AUTORISE = 'O'
                   PERFORM EXECUTER-RETOURS-FICOBA
               ELSE
                   CLOSE FICHIER-FICOBA-RET
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * APPLIQUER LES REJETS SOUS CONTROLE DU REGISTRE             *
      * En reprise, les lignes déjà pointées ne sont pas relues.   *
      *------------------------------------------------------------*
       EXECUTER-RETOURS-FICOBA.
           MOVE 0 TO NB-RET-FICOBA-LUS.
           MOVE 0 TO NB-RET-FICOBA-REJ.
           MOVE 0 TO NB-RET-FICOBA-INC.
           MOVE 'N' TO EOF-FICOBA.
           OPEN I-O FICHIER-FICOBA.
           PERFORM UNTIL EOF-FICOBA = 'O'
               READ FICHIER-FICOBA-RET
                   AT END MOVE 'O' TO EOF-FICOBA
                   NOT AT END
                       ADD 1 TO NB-RET-FICOBA-LUS
                       IF NB-RET-FICOBA-LUS > REPRISE-DEPUIS
                           PERFORM TRAITER-UN-RETOUR-FICOBA
                           MOVE NB-RET-FICOBA-LUS TO POINTAGE-BATCH
                           PERFORM POINTER-BATCH-COMPTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-FICOBA-RET.
           CLOSE FICHIER-FICOBA.
           PERFORM TERMINER-BATCH.

           MOVE "RETOURS FICOBA" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           STRING NB-RET-FICOBA-REJ " rejets, " NB-RET-FICOBA-INC
               " lignes non rapprochées"
               DELIMITED BY SIZE INTO RESULTAT-AUDIT.
           PERFORM ECRIRE-AUDIT.

           DISPLAY "--------------------------------".
           DISPLAY "Intégration des rejets FICOBA terminée.".
           DISPLAY "Lignes lues         : " NB-RET-FICOBA-LUS.
           DISPLAY "Événements rejetés  : " NB-RET-FICOBA-REJ.
           DISPLAY "Lignes non reconnues : " NB-RET-FICOBA-INC.
           DISPLAY "Rejets à corriger : liste des rejets (option 3)".

      *------------------------------------------------------------*
      * RAPPROCHER UNE LIGNE DE REJET DE SON EVENEMENT             *
      * Seul un événement déclaré (statut E) peut être rejeté.     *
      *------------------------------------------------------------*
       TRAITER-UN-RETOUR-FICOBA.
           IF RFI-REF-SEQ IS NOT NUMERIC
               ADD 1 TO NB-RET-FICOBA-INC
               DISPLAY "Ligne " NB-RET-FICOBA-LUS
                   " : référence invalide [" RFI-REF-DATE
                   RFI-REF-SEQ "]"
           ELSE
               MOVE RFI-REF-DATE TO FIC-DATE
               MOVE RFI-REF-SEQ TO FIC-SEQ
               READ FICHIER-FICOBA
                   INVALID KEY
                       ADD 1 TO NB-RET-FICOBA-INC
                       DISPLAY "Ligne " NB-RET-FICOBA-LUS
                           " : référence " RFI-REF-DATE "/"
                           RFI-REF-SEQ " inconnue"
                   NOT INVALID KEY
                       IF FIC-STATUT = 'E'
                           MOVE 'R' TO FIC-STATUT
                           MOVE RFI-CODE-REJET TO FIC-CODE-REJET
                           MOVE RFI-LIBELLE TO FIC-MOTIF-REJET
                           REWRITE ENREG-FICOBA
                           ADD 1 TO NB-RET-FICOBA-REJ
                       ELSE
                           ADD 1 TO NB-RET-FICOBA-INC
                           DISPLAY "Ligne " NB-RET-FICOBA-LUS
                               " : événement " RFI-REF-DATE "/"
                               RFI-REF-SEQ " au statut " FIC-STATUT
                       END-IF
               END-READ
           END-IF.

      *------------------------------------------------------------*
      * LISTER LES REJETS FICOBA A CORRIGER                        *
      * A l'écran et sur FICOBA-REJETS-date.TXT, avec le nom du    *
      * client pour orienter la correction de sa fiche.            *
      *------------------------------------------------------------*
       LISTER-REJETS-FICOBA.
           MOVE 0 TO NB-EVT-FICOBA.
           MOVE SPACES TO NOM-FICHIER-RELEVE.
           STRING "FICOBA-REJETS-" DATE-AUJOURD(1:8) ".TXT"
               DELIMITED BY SIZE INTO NOM-FICHIER-RELEVE.
           OPEN OUTPUT FICHIER-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "REJETS FICOBA A CORRIGER AU " DATE-AUJOURD(1:8)
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           DISPLAY LIGNE-RELEVE.
           MOVE 'N' TO EOF-FICOBA.
           OPEN INPUT FICHIER-FICOBA.
           PERFORM UNTIL EOF-FICOBA = 'O'
               READ FICHIER-FICOBA NEXT RECORD
                   AT END MOVE 'O' TO EOF-FICOBA
                   NOT AT END
                       IF FIC-STATUT = 'R'
                           PERFORM LISTER-UN-REJET-FICOBA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-FICOBA.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Rejets à corriger : " NB-EVT-FICOBA
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           DISPLAY LIGNE-RELEVE.
           CLOSE FICHIER-RELEVE.
           DISPLAY "Liste écrite dans " NOM-FICHIER-RELEVE.

      *------------------------------------------------------------*
      * LISTER LE REJET LU                                         *
      *------------------------------------------------------------*
       LISTER-UN-REJET-FICOBA.
           ADD 1 TO NB-EVT-FICOBA.
           MOVE FIC-NUM-CLIENT TO NUM-CLIENT-ENTREE.
           PERFORM LIRE-NOM-CLIENT.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Réf. " FIC-DATE "/" FIC-SEQ " " FIC-NATURE
               " compte " FIC-NUM-COMPTE " client " FIC-NUM-CLIENT
               " " NOM-TITULAIRE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           DISPLAY LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "    rejet " FIC-CODE-REJET " : " FIC-MOTIF-REJET
               " (déclaré le " FIC-DATE-ENVOI ")"
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           DISPLAY LIGNE-RELEVE.

      *------------------------------------------------------------*
      * REMETTRE A DECLARER UN EVENEMENT REJETE                    *
      * Après correction de la fiche client, l'événement repart    *
      * avec la prochaine déclaration, identité relue à ce moment. *
      *------------------------------------------------------------*
       REDECLARER-EVT-FICOBA.
           DISPLAY "Référence du rejet, date (AAAAMMJJ) : ".
           ACCEPT REF-DATE-ENTREE.
           DISPLAY "Référence du rejet, séquence : ".
           ACCEPT REF-SEQ-ENTREE.
           OPEN I-O FICHIER-FICOBA.
           MOVE REF-DATE-ENTREE TO FIC-DATE.
           MOVE REF-SEQ-ENTREE TO FIC-SEQ.
           READ FICHIER-FICOBA
               INVALID KEY
                   DISPLAY "Événement introuvable."
               NOT INVALID KEY
                   IF FIC-STATUT NOT = 'R'
                       DISPLAY "Seul un événement rejeté peut être"
                           " redéclaré."
                   ELSE
                       MOVE 'A' TO FIC-STATUT
                       MOVE SPACES TO FIC-DATE-ENVOI
                       MOVE SPACES TO FIC-CODE-REJET
                       MOVE SPACES TO FIC-MOTIF-REJET
                       REWRITE ENREG-FICOBA
                       MOVE "REDECLARATION FICOBA" TO ACTION-AUDIT
                       MOVE SPACES TO RESULTAT-AUDIT
                       STRING "événement " FIC-DATE "/" FIC-SEQ
                           " compte " FIC-NUM-COMPTE
                           " remis à déclarer"
                           DELIMITED BY SIZE INTO RESULTAT-AUDIT
                       PERFORM ECRIRE-AUDIT
                       DISPLAY "Événement remis à déclarer."
                   END-IF
           END-READ.
           CLOSE FICHIER-FICOBA.

      *------------------------------------------------------------*
      * LISTER LES EVENEMENTS EN ATTENTE DE DECLARATION            *
      *------------------------------------------------------------*
       LISTER-FICOBA-ATTENTE.
           MOVE 0 TO NB-EVT-FICOBA.
           DISPLAY "EVENEMENTS A DECLARER (référence, nature,"
               " compte, type, client, qualité) :".
           MOVE 'N' TO EOF-FICOBA.
           OPEN INPUT FICHIER-FICOBA.
           PERFORM UNTIL EOF-FICOBA = 'O'
               READ FICHIER-FICOBA NEXT RECORD
                   AT END MOVE 'O' TO EOF-FICOBA
                   NOT AT END
                       IF FIC-STATUT = 'A'
                           ADD 1 TO NB-EVT-FICOBA
                           DISPLAY FIC-DATE "/" FIC-SEQ " "
                               FIC-NATURE " " FIC-NUM-COMPTE " "
                               FIC-TYPE-COMPTE " " FIC-NUM-CLIENT
                               " " FIC-ROLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-FICOBA.
           DISPLAY "Événements en attente : " NB-EVT-FICOBA.

      *------------------------------------------------------------*
      * SOUS-MENU DES MANDATS ET PRELEVEMENTS SEPA                 *
      * Un prélèvement présenté par la chambre de compensation     *
      * n'est débité que sur un compte Courant, en vertu d'un      *
      * mandat actif enregistré pour ce créancier et cette RUM, et *
      * dans la limite de son plafond ; il subit ensuite les mêmes *
      * règles de blocage et de découvert qu'un retrait. Un        *
      * prélèvement refusé est retourné avec son code motif        *
      * normalisé. Un mandat inutilisé pendant                     *
      * MOIS-CADUCITE-MANDAT mois devient caduc.                   *
      *------------------------------------------------------------*
       MENU-MANDATS.
           MOVE 'N' TO FIN-MENU-MANDAT.
           PERFORM UNTIL FIN-MENU-MANDAT = 'O'
               DISPLAY "--------------------------------"
               DISPLAY "   MANDATS ET PRELEVEMENTS SEPA"
               DISPLAY "--------------------------------"
               DISPLAY "1 - Enregistrer un mandat"
               DISPLAY "2 - Lister les mandats d'un compte"
               DISPLAY "3 - Révoquer un mandat"
               DISPLAY "4 - Bloquer un créancier"
               DISPLAY "5 - Lever le blocage d'un créancier"
               DISPLAY "6 - Intégrer les prélèvements reçus"
                   " (superviseur)"
               DISPLAY "7 - Retour au menu principal"
               DISPLAY "Votre choix : "
               ACCEPT CHOIX-MANDAT
               EVALUATE CHOIX-MANDAT
                   WHEN 1 PERFORM ENREGISTRER-MANDAT
                   WHEN 2 PERFORM LISTER-MANDATS-COMPTE
                   WHEN 3 PERFORM REVOQUER-MANDAT
                   WHEN 4 MOVE 'A' TO STATUT-MANDAT-AVANT
                          MOVE 'B' TO STATUT-MANDAT-APRES
                          PERFORM CHANGER-STATUT-CREANCIER
                   WHEN 5 MOVE 'B' TO STATUT-MANDAT-AVANT
                          MOVE 'A' TO STATUT-MANDAT-APRES
                          PERFORM CHANGER-STATUT-CREANCIER
                   WHEN 6 PERFORM CONTROLER-SUPERVISEUR
                          IF PROFIL-CONNECTE = 'S'
                              PERFORM INTEGRER-PRELEVEMENTS
                          END-IF
                   WHEN 7 MOVE 'O' TO FIN-MENU-MANDAT
                   WHEN OTHER DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

      *------------------------------------------------------------*
      * ENREGISTRER UN MANDAT SUR UN COMPTE COURANT                *
      *------------------------------------------------------------*
       ENREGISTRER-MANDAT.
           DISPLAY "Numéro de compte Courant : ".
           ACCEPT NUM-ENTREE.
           MOVE 'N' TO TROUVE.
           OPEN INPUT FICHIER-COMPTE.
           MOVE NUM-ENTREE TO NUM-COMPTE.
           READ FICHIER-COMPTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO TROUVE
           END-READ.
           CLOSE FICHIER-COMPTE.
           IF TROUVE = 'N'
               DISPLAY "Compte introuvable."
           ELSE
               IF TYPE-COMPTE NOT = "Courant"
                   DISPLAY "Les prélèvements ne sont acceptés que"
                       " sur un compte Courant."
               ELSE
                   PERFORM SAISIR-ET-CREER-MANDAT
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * SAISIR ET ENREGISTRER LE MANDAT DU COMPTE NUM-ENTREE       *
      *------------------------------------------------------------*
       SAISIR-ET-CREER-MANDAT.
           MOVE SPACES TO ICS-ENTREE.
           PERFORM UNTIL ICS-ENTREE NOT = SPACES
               DISPLAY "Identifiant créancier SEPA (ICS) : "
               ACCEPT ICS-ENTREE
           END-PERFORM.
           MOVE SPACES TO RUM-ENTREE.
           PERFORM UNTIL RUM-ENTREE NOT = SPACES
               DISPLAY "Référence unique du mandat (RUM) : "
               ACCEPT RUM-ENTREE
           END-PERFORM.
           MOVE SPACES TO CREANCIER-ENTREE.
           PERFORM UNTIL CREANCIER-ENTREE NOT = SPACES
               DISPLAY "Nom du créancier : "
               ACCEPT CREANCIER-ENTREE
           END-PERFORM.
           MOVE "Date de signature (AAAAMMJJ) : " TO LIBELLE-DATE.
           PERFORM SAISIR-DATE-OBLIGATOIRE.
           MOVE "Plafond (0 = sans plafond) : " TO LIBELLE-MONTANT.
           PERFORM SAISIR-MONTANT-OU-ZERO.

           IF DATE-SAISIE > DATE-AUJOURD(1:8)
               DISPLAY "Date de signature postérieure à ce jour :"
                   " mandat non enregistré."
           ELSE
               OPEN I-O FICHIER-MANDAT
               MOVE NUM-ENTREE TO MDT-NUM-COMPTE
               MOVE ICS-ENTREE TO MDT-ICS
               MOVE RUM-ENTREE TO MDT-RUM
               MOVE CREANCIER-ENTREE TO MDT-CREANCIER
               MOVE DATE-SAISIE TO MDT-DATE-SIGNATURE
               MOVE MONTANT TO MDT-PLAFOND
               MOVE 'A' TO MDT-STATUT
               MOVE DATE-AUJOURD(1:8) TO MDT-DATE-STATUT
               MOVE SPACES TO MDT-DATE-DERNIER
               WRITE ENREG-MANDAT
                   INVALID KEY
                       DISPLAY "Ce mandat est déjà enregistré sur"
                           " ce compte."
                   NOT INVALID KEY
                       DISPLAY "Mandat enregistré."
                       MOVE "AJOUT MANDAT SEPA" TO ACTION-AUDIT
                       MOVE SPACES TO RESULTAT-AUDIT
                       STRING "compte " MDT-NUM-COMPTE " ICS "
                           MDT-ICS " RUM " MDT-RUM
                           DELIMITED BY SIZE INTO RESULTAT-AUDIT
                       PERFORM ECRIRE-AUDIT
               END-WRITE
               CLOSE FICHIER-MANDAT
           END-IF.

      *------------------------------------------------------------*
      * LISTER LES MANDATS D'UN COMPTE                             *
      *------------------------------------------------------------*
       LISTER-MANDATS-COMPTE.
           DISPLAY "Numéro de compte : ".
           ACCEPT NUM-ENTREE.
           MOVE 0 TO NB-MANDATS.
           DISPLAY "MANDATS (ICS, RUM, créancier, signature,"
               " plafond, statut, dernier prélèvement) :".
           MOVE 'N' TO EOF-MANDAT.
           OPEN INPUT FICHIER-MANDAT.
           MOVE NUM-ENTREE TO MDT-NUM-COMPTE.
           MOVE LOW-VALUES TO MDT-ICS.
           MOVE LOW-VALUES TO MDT-RUM.
           START FICHIER-MANDAT KEY >= MDT-CLE
               INVALID KEY
                   MOVE 'O' TO EOF-MANDAT
           END-START.
           PERFORM UNTIL EOF-MANDAT = 'O'
               READ FICHIER-MANDAT NEXT RECORD
                   AT END MOVE 'O' TO EOF-MANDAT
                   NOT AT END
                       IF MDT-NUM-COMPTE NOT = NUM-ENTREE
                           MOVE 'O' TO EOF-MANDAT
                       ELSE
                           ADD 1 TO NB-MANDATS
                           DISPLAY MDT-ICS " " MDT-RUM
                           DISPLAY "    " MDT-CREANCIER " "
                               MDT-DATE-SIGNATURE " " MDT-PLAFOND
                               " " MDT-STATUT " " MDT-DATE-DERNIER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-MANDAT.
           DISPLAY "Mandats du compte : " NB-MANDATS.

      *------------------------------------------------------------*
      * REVOQUER UN MANDAT A LA DEMANDE DU CLIENT                  *
      * La révocation est définitive : un nouveau mandat doit être *
      * signé pour reprendre les prélèvements.                     *
      *------------------------------------------------------------*
       REVOQUER-MANDAT.
           DISPLAY "Numéro de compte : ".
           ACCEPT NUM-ENTREE.
           DISPLAY "Identifiant créancier SEPA (ICS) : ".
           ACCEPT ICS-ENTREE.
           DISPLAY "Référence unique du mandat (RUM) : ".
           ACCEPT RUM-ENTREE.
           OPEN I-O FICHIER-MANDAT.
           MOVE NUM-ENTREE TO MDT-NUM-COMPTE.
           MOVE ICS-ENTREE TO MDT-ICS.
           MOVE RUM-ENTREE TO MDT-RUM.
           READ FICHIER-MANDAT
               INVALID KEY
                   DISPLAY "Mandat introuvable."
               NOT INVALID KEY
                   IF MDT-STATUT = 'R' OR MDT-STATUT = 'C'
                       DISPLAY "Mandat déjà révoqué ou caduc."
                   ELSE
                       MOVE 'R' TO MDT-STATUT
                       MOVE DATE-AUJOURD(1:8) TO MDT-DATE-STATUT
                       REWRITE ENREG-MANDAT
                       DISPLAY "Mandat révoqué."
                       MOVE "REVOCATION MANDAT" TO ACTION-AUDIT
                       MOVE SPACES TO RESULTAT-AUDIT
                       STRING "compte " MDT-NUM-COMPTE " ICS "
                           MDT-ICS " RUM " MDT-RUM
                           DELIMITED BY SIZE INTO RESULTAT-AUDIT
                       PERFORM ECRIRE-AUDIT
                   END-IF
           END-READ.
           CLOSE FICHIER-MANDAT.

      *------------------------------------------------------------*
      * BLOQUER UN CREANCIER OU LEVER SON BLOCAGE                  *
      * Entrée : STATUT-MANDAT-AVANT et STATUT-MANDAT-APRES (A->B  *
      * pour le blocage, B->A pour la levée). Tous les mandats du  *
      * créancier sur le compte changent de statut ensemble.       *
      *------------------------------------------------------------*
       CHANGER-STATUT-CREANCIER.
           DISPLAY "Numéro de compte : ".
           ACCEPT NUM-ENTREE.
           DISPLAY "Identifiant créancier SEPA (ICS) : ".
           ACCEPT ICS-ENTREE.
           MOVE 0 TO NB-MANDATS.
           MOVE 'N' TO EOF-MANDAT.
           OPEN I-O FICHIER-MANDAT.
           MOVE NUM-ENTREE TO MDT-NUM-COMPTE.
           MOVE ICS-ENTREE TO MDT-ICS.
           MOVE LOW-VALUES TO MDT-RUM.
           START FICHIER-MANDAT KEY >= MDT-CLE
               INVALID KEY
                   MOVE 'O' TO EOF-MANDAT
           END-START.
           PERFORM UNTIL EOF-MANDAT = 'O'
               READ FICHIER-MANDAT NEXT RECORD
                   AT END MOVE 'O' TO EOF-MANDAT
                   NOT AT END
                       IF MDT-NUM-COMPTE NOT = NUM-ENTREE
                           OR MDT-ICS NOT = ICS-ENTREE
                           MOVE 'O' TO EOF-MANDAT
                       ELSE
                           IF MDT-STATUT = STATUT-MANDAT-AVANT
                               MOVE STATUT-MANDAT-APRES
                                   TO MDT-STATUT
                               MOVE DATE-AUJOURD(1:8)
                                   TO MDT-DATE-STATUT
                               REWRITE ENREG-MANDAT
                               ADD 1 TO NB-MANDATS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-MANDAT.

           IF NB-MANDATS = 0
               IF STATUT-MANDAT-APRES = 'B'
                   DISPLAY "Aucun mandat actif de ce créancier sur"
                       " ce compte."
               ELSE
                   DISPLAY "Aucun mandat bloqué de ce créancier sur"
                       " ce compte."
               END-IF
           ELSE
               IF STATUT-MANDAT-APRES = 'B'
                   MOVE "BLOCAGE CREANCIER" TO ACTION-AUDIT
                   DISPLAY "Créancier bloqué : " NB-MANDATS
                       " mandat(s)."
               ELSE
                   MOVE "DEBLOCAGE CREANCIER" TO ACTION-AUDIT
                   DISPLAY "Blocage levé : " NB-MANDATS
                       " mandat(s)."
               END-IF
               MOVE SPACES TO RESULTAT-AUDIT
               STRING "compte " NUM-ENTREE " ICS " ICS-ENTREE
                   " : " NB-MANDATS " mandat(s)"
                   DELIMITED BY SIZE INTO RESULTAT-AUDIT
               PERFORM ECRIRE-AUDIT
           END-IF.

      *------------------------------------------------------------*
      * INTEGRATION DES PRELEVEMENTS SEPA RECUS                    *
      * Traitement de type batch sous contrôle du registre, comme  *
      * l'intégration des virements reçus : PRELEVEMENTS-RECUS.txt *
      * porte une ligne par prélèvement présenté (compte débiteur, *
      * ICS, RUM, référence de bout en bout, montant) ; les rejets *
      * partent sur PRELEVEMENTS-REJETES.txt.                      *
      *------------------------------------------------------------*
       INTEGRER-PRELEVEMENTS.
           OPEN INPUT FICHIER-PRLV-RECUS.
           IF FS-PRLV-RECUS = "35"
               DISPLAY "Aucun fichier PRELEVEMENTS-RECUS.txt à"
                   " intégrer."
           ELSE
               MOVE "PRELEVEMENTS-SEPA" TO NOM-BATCH-CTRL
               MOVE DATE-AUJOURD(1:8) TO PERIODE-BATCH-CTRL
               PERFORM DEMARRER-BATCH
               IF BATCH-AUTORISE = 'O'
                   PERFORM EXECUTER-INTEGRATION-PRLV
               ELSE
                   CLOSE FICHIER-PRLV-RECUS
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * APPLIQUER LES PRELEVEMENTS SOUS CONTROLE DU REGISTRE       *
      * Les mandats arrivés à caducité sont constatés avant tout   *
      * débit. En reprise, les lignes déjà pointées ne sont pas    *
      * redébitées et les rejets déjà reportés sont conservés.     *
      *------------------------------------------------------------*
       EXECUTER-INTEGRATION-PRLV.
           MOVE 0 TO NB-PRLV-LUS.
           MOVE 0 TO NB-PRLV-APPLIQUES.
           MOVE 0 TO NB-PRLV-REJETES.
           PERFORM CONSTATER-MANDATS-CADUCS.
           IF REPRISE-DEPUIS > 0
               OPEN EXTEND FICHIER-PRLV-REJET
               IF FS-PRLV-REJET = "35"
                   OPEN OUTPUT FICHIER-PRLV-REJET
               END-IF
           ELSE
               OPEN OUTPUT FICHIER-PRLV-REJET
           END-IF.
           OPEN I-O FICHIER-MANDAT.
           MOVE 'N' TO EOF-PRLV.
           PERFORM UNTIL EOF-PRLV = 'O'
               READ FICHIER-PRLV-RECUS
                   AT END MOVE 'O' TO EOF-PRLV
                   NOT AT END
                       ADD 1 TO NB-PRLV-LUS
                       IF NB-PRLV-LUS > REPRISE-DEPUIS
                           PERFORM TRAITER-UN-PRELEVEMENT
                           MOVE NB-PRLV-LUS TO POINTAGE-BATCH
                           PERFORM POINTER-BATCH-COMPTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-PRLV-RECUS.
           CLOSE FICHIER-PRLV-REJET.
           CLOSE FICHIER-MANDAT.
           PERFORM TERMINER-BATCH.

           MOVE "PRELEVEMENTS SEPA" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           STRING NB-PRLV-APPLIQUES " débités, " NB-PRLV-REJETES
               " rejetés, " NB-MANDATS-CADUCS " mandats caducs"
               DELIMITED BY SIZE INTO RESULTAT-AUDIT.
           PERFORM ECRIRE-AUDIT.

           DISPLAY "--------------------------------".
           DISPLAY "Intégration des prélèvements reçus terminée.".
           DISPLAY "Mandats devenus caducs : " NB-MANDATS-CADUCS.
           DISPLAY "Lignes lues            : " NB-PRLV-LUS.
           DISPLAY "Comptes débités        : " NB-PRLV-APPLIQUES.
           DISPLAY "Prélèvements rejetés   : " NB-PRLV-REJETES.
           DISPLAY "Retours à transmettre : voir"
               " PRELEVEMENTS-REJETES.txt".

      *------------------------------------------------------------*
      * TRAITER UN PRELEVEMENT PRESENTE                            *
      * Codes motif : FF01 ligne mal formée, AC01 compte inconnu,  *
      * AG01 compte non Courant, MD01 mandat absent, révoqué ou    *
      * caduc, SL01 créancier bloqué ou plafond du mandat dépassé, *
      * AC06 compte bloqué, AM04 provision insuffisante.           *
      *------------------------------------------------------------*
       TRAITER-UN-PRELEVEMENT.
           MOVE SPACES TO CODE-REJET-PRLV.
           MOVE SPACES TO MOTIF-REJET.
           MOVE SPACES TO PRLV-CREANCIER.
           IF PRR-NUM-COMPTE IS NOT NUMERIC
               OR PRR-MONTANT IS NOT NUMERIC OR PRR-MONTANT = 0
               MOVE "FF01" TO CODE-REJET-PRLV
               MOVE "ligne mal formée" TO MOTIF-REJET
           ELSE
               MOVE PRR-NUM-COMPTE TO NUM-ENTREE
               PERFORM CONTROLER-COMPTE-PRLV
               IF CODE-REJET-PRLV = SPACES
                   PERFORM CONTROLER-MANDAT-PRLV
               END-IF
               IF CODE-REJET-PRLV = SPACES
                   MOVE PRR-MONTANT TO MONTANT
                   MOVE 'M' TO REPONSE
                   MOVE 'N' TO DEBIT-BLOQUE
                   PERFORM APPLIQUER-DEPOT-RETRAIT
                   IF OPERATION-OK = 'O'
                       MOVE DATE-AUJOURD(1:8) TO MDT-DATE-DERNIER
                       REWRITE ENREG-MANDAT
                       ADD 1 TO NB-PRLV-APPLIQUES
                   ELSE
                       IF DEBIT-BLOQUE = 'O'
                           MOVE "AC06" TO CODE-REJET-PRLV
                       ELSE
                           MOVE "AM04" TO CODE-REJET-PRLV
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF CODE-REJET-PRLV NOT = SPACES
               PERFORM REJETER-PRELEVEMENT
           END-IF.

      *------------------------------------------------------------*
      * CONTROLER LE COMPTE DEBITEUR NUM-ENTREE                    *
      *------------------------------------------------------------*
       CONTROLER-COMPTE-PRLV.
           OPEN INPUT FICHIER-COMPTE.
           MOVE NUM-ENTREE TO NUM-COMPTE.
           READ FICHIER-COMPTE
               INVALID KEY
                   MOVE "AC01" TO CODE-REJET-PRLV
                   MOVE "compte inconnu" TO MOTIF-REJET
               NOT INVALID KEY
                   IF TYPE-COMPTE NOT = "Courant"
                       MOVE "AG01" TO CODE-REJET-PRLV
                       MOVE "compte non Courant" TO MOTIF-REJET
                   END-IF
           END-READ.
           CLOSE FICHIER-COMPTE.

      *------------------------------------------------------------*
      * CONTROLER LE MANDAT DU PRELEVEMENT PRESENTE                *
      * Le mandat lu reste en zone pour y dater le prélèvement.    *
      *------------------------------------------------------------*
       CONTROLER-MANDAT-PRLV.
           MOVE PRR-NUM-COMPTE TO MDT-NUM-COMPTE.
           MOVE PRR-ICS TO MDT-ICS.
           MOVE PRR-RUM TO MDT-RUM.
           READ FICHIER-MANDAT
               INVALID KEY
                   MOVE "MD01" TO CODE-REJET-PRLV
                   MOVE "aucun mandat enregistré" TO MOTIF-REJET
               NOT INVALID KEY
                   MOVE MDT-CREANCIER TO PRLV-CREANCIER
                   EVALUATE MDT-STATUT
                       WHEN 'A'
                           IF MDT-PLAFOND > 0
                               AND PRR-MONTANT > MDT-PLAFOND
                               MOVE "SL01" TO CODE-REJET-PRLV
                               MOVE "plafond du mandat dépassé"
                                   TO MOTIF-REJET
                           END-IF
                       WHEN 'B'
                           MOVE "SL01" TO CODE-REJET-PRLV
                           MOVE "créancier bloqué par le client"
                               TO MOTIF-REJET
                       WHEN 'R'
                           MOVE "MD01" TO CODE-REJET-PRLV
                           MOVE "mandat révoqué" TO MOTIF-REJET
                       WHEN OTHER
                           MOVE "MD01" TO CODE-REJET-PRLV
                           MOVE "mandat caduc" TO MOTIF-REJET
                   END-EVALUATE
           END-READ.

      *------------------------------------------------------------*
      * RETOURNER LE PRELEVEMENT LU A LA CHAMBRE DE COMPENSATION   *
      *------------------------------------------------------------*
       REJETER-PRELEVEMENT.
           ADD 1 TO NB-PRLV-REJETES.
           MOVE ENREG-PRLV-RECU TO PRJ-ORIGINE.
           MOVE CODE-REJET-PRLV TO PRJ-CODE-REJET.
           MOVE DATE-AUJOURD(1:8) TO PRJ-DATE-REJET.
           WRITE ENREG-PRLV-REJET.
           DISPLAY "Ligne " NB-PRLV-LUS " rejetée (" CODE-REJET-PRLV
               ") : " MOTIF-REJET.

      *------------------------------------------------------------*
      * CONSTATER LES MANDATS CADUCS                               *
      * Un mandat actif ou bloqué dont le dernier prélèvement (à   *
      * défaut, la signature) remonte à MOIS-CADUCITE-MANDAT mois  *
      * ou plus passe au statut C.                                 *
      *------------------------------------------------------------*
       CONSTATER-MANDATS-CADUCS.
           MOVE 0 TO NB-MANDATS-CADUCS.
           MOVE 'N' TO EOF-MANDAT.
           OPEN I-O FICHIER-MANDAT.
           PERFORM UNTIL EOF-MANDAT = 'O'
               READ FICHIER-MANDAT NEXT RECORD
                   AT END MOVE 'O' TO EOF-MANDAT
                   NOT AT END
                       IF MDT-STATUT = 'A' OR MDT-STATUT = 'B'
                           PERFORM EXAMINER-CADUCITE-MANDAT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-MANDAT.

      *------------------------------------------------------------*
      * EXAMINER LE MANDAT LU                                      *
      *------------------------------------------------------------*
       EXAMINER-CADUCITE-MANDAT.
           IF MDT-DATE-DERNIER NOT = SPACES
               MOVE MDT-DATE-DERNIER TO DATE-BASE-CALC
           ELSE
               MOVE MDT-DATE-SIGNATURE TO DATE-BASE-CALC
           END-IF.
           MOVE MOIS-CADUCITE-MANDAT TO NB-MOIS-CALC.
           PERFORM AJOUTER-MOIS-A-DATE.
           IF DATE-CALCULEE <= DATE-AUJOURD(1:8)
               MOVE 'C' TO MDT-STATUT
               MOVE DATE-AUJOURD(1:8) TO MDT-DATE-STATUT
               REWRITE ENREG-MANDAT
               ADD 1 TO NB-MANDATS-CADUCS
               MOVE "CADUCITE MANDAT" TO ACTION-AUDIT
               MOVE SPACES TO RESULTAT-AUDIT
               STRING "compte " MDT-NUM-COMPTE " ICS " MDT-ICS
                   " RUM " MDT-RUM
                   DELIMITED BY SIZE INTO RESULTAT-AUDIT
               PERFORM ECRIRE-AUDIT
           END-IF.

      *------------------------------------------------------------*
      * SOUS-MENU DU DECES D'UN CLIENT                             *
      * L'enregistrement du décès porte la date sur la fiche       *
      * client puis, sur chaque compte dont le client est          *
      * titulaire ou co-titulaire : bloque au débit les comptes    *
      * dont il était seul titulaire, retire les procurations      *
      * (mandataires du compte et mandats tenus par le client sur  *
      * d'autres comptes), suspend les virements permanents émis   *
      * et frappe d'opposition les chèques des chéquiers délivrés. *
      * Chaque mesure est consignée dans deces-actions.txt, ce qui *
      * permet de les défaire une à une si le décès a été saisi à  *
      * tort. Le certificat de soldes au jour du décès est établi  *
      * d'après l'historique des mouvements.                       *
      *------------------------------------------------------------*
       MENU-DECES.
           MOVE 'N' TO FIN-MENU-DECES.
           PERFORM UNTIL FIN-MENU-DECES = 'O'
               DISPLAY "--------------------------------"
               DISPLAY "   DECES D'UN CLIENT"
               DISPLAY "--------------------------------"
               DISPLAY "1 - Enregistrer le décès d'un client"
               DISPLAY "2 - Rééditer le certificat de soldes"
               DISPLAY "3 - Annuler un décès enregistré à tort"
               DISPLAY "4 - Retour au menu principal"
               DISPLAY "Votre choix : "
               ACCEPT CHOIX-DECES
               EVALUATE CHOIX-DECES
                   WHEN 1 PERFORM ENREGISTRER-DECES
                   WHEN 2 PERFORM REEDITER-CERTIFICAT-SOLDES
                   WHEN 3 PERFORM ANNULER-DECES
                   WHEN 4 MOVE 'O' TO FIN-MENU-DECES
                   WHEN OTHER DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

      *------------------------------------------------------------*
      * LIRE LA FICHE DU CLIENT NUM-CLIENT-ENTREE                  *
      * Sortie : TROUVE-CLIENT, CLIENT-DECEDE, NOM-DECEDE,         *
      * ADRESSE-DECEDE et DATE-DECES-LUE.                          *
      *------------------------------------------------------------*
       LIRE-FICHE-DECES.
           MOVE 'N' TO TROUVE-CLIENT.
           MOVE NUM-CLIENT-ENTREE TO CLIENT-DECEDE.
           MOVE SPACES TO NOM-DECEDE.
           MOVE SPACES TO ADRESSE-DECEDE.
           MOVE SPACES TO DATE-DECES-LUE.
           OPEN INPUT FICHIER-CLIENT.
           MOVE NUM-CLIENT-ENTREE TO NUM-CLIENT.
           READ FICHIER-CLIENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO TROUVE-CLIENT
                   MOVE NOM-COMPLET TO NOM-DECEDE
                   MOVE ADRESSE-CLIENT TO ADRESSE-DECEDE
                   MOVE DATE-DECES TO DATE-DECES-LUE
           END-READ.
           CLOSE FICHIER-CLIENT.

      *------------------------------------------------------------*
      * ENREGISTRER LE DECES D'UN CLIENT                           *
      *------------------------------------------------------------*
       ENREGISTRER-DECES.
           DISPLAY "Numéro du client décédé : ".
           ACCEPT NUM-CLIENT-ENTREE.
           PERFORM LIRE-FICHE-DECES.
           IF TROUVE-CLIENT = 'N'
               DISPLAY "Client introuvable."
           ELSE
               IF DATE-DECES-LUE NOT = SPACES
                   DISPLAY "Décès déjà enregistré (le "
                       DATE-DECES-LUE ")."
               ELSE
                   DISPLAY "Client : " NOM-DECEDE
                   PERFORM SAISIR-DATE-DECES
                   PERFORM RECENSER-COMPTES-DECES
                   PERFORM AFFICHER-COMPTES-DECES
                   DISPLAY "Enregistrer le décès au "
                       DATE-DECES-ENTREE
                       " et appliquer les mesures ? (O/N) : "
                   MOVE SPACE TO REPONSE
                   ACCEPT REPONSE
                   IF REPONSE = 'O'
                       PERFORM APPLIQUER-DECES
                   ELSE
                       DISPLAY "Enregistrement abandonné."
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * SAISIR LA DATE DU DECES (PAS DANS LE FUTUR)                *
      *------------------------------------------------------------*
       SAISIR-DATE-DECES.
           MOVE "Date du décès (AAAAMMJJ) : " TO LIBELLE-DATE.
           MOVE SPACES TO DATE-DECES-ENTREE.
           PERFORM UNTIL DATE-DECES-ENTREE NOT = SPACES
               PERFORM SAISIR-DATE-OBLIGATOIRE
               IF DATE-SAISIE > DATE-AUJOURD(1:8)
                   DISPLAY "La date du décès ne peut être"
                       " postérieure à la date du jour."
               ELSE
                   MOVE DATE-SAISIE TO DATE-DECES-ENTREE
               END-IF
           END-PERFORM.

      *------------------------------------------------------------*
      * RECENSER LES COMPTES DU CLIENT CLIENT-DECEDE               *
      * Comptes dont il est titulaire (présumé seul titulaire),    *
      * puis comptes dont il est co-titulaire ; un co-titulaire    *
      * trouvé sur un compte du client en fait un compte joint.    *
      *------------------------------------------------------------*
       RECENSER-COMPTES-DECES.
           MOVE 0 TO NB-COMPTES-DECES.
           MOVE 'N' TO EOF.
           OPEN INPUT FICHIER-COMPTE.
           PERFORM UNTIL EOF = 'O'
               READ FICHIER-COMPTE NEXT RECORD
                   AT END MOVE 'O' TO EOF
                   NOT AT END
                       IF NUM-CLIENT-TITU = CLIENT-DECEDE
                           MOVE 'T' TO TYPE-ACTION-DECES
                           PERFORM AJOUTER-COMPTE-DECES
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO EOF-HAB.
           OPEN INPUT FICHIER-HABILITATION.
           IF FS-HABILITATION NOT = "35"
               PERFORM UNTIL EOF-HAB = 'O'
                   READ FICHIER-HABILITATION NEXT RECORD
                       AT END MOVE 'O' TO EOF-HAB
                       NOT AT END
                           IF HAB-ROLE = 'C'
                               PERFORM EXAMINER-COTITULAIRE-DECES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HABILITATION
           END-IF.
           CLOSE FICHIER-COMPTE.

      *------------------------------------------------------------*
      * EXAMINER UNE HABILITATION DE CO-TITULAIRE                  *
      * FICHIER-COMPTE est ouvert par l'appelant.                  *
      *------------------------------------------------------------*
       EXAMINER-COTITULAIRE-DECES.
           IF HAB-NUM-CLIENT = CLIENT-DECEDE
               MOVE HAB-NUM-COMPTE TO NUM-COMPTE
               READ FICHIER-COMPTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'C' TO TYPE-ACTION-DECES
                       PERFORM AJOUTER-COMPTE-DECES
               END-READ
           ELSE
               MOVE HAB-NUM-COMPTE TO COMPTE-RECH-DECES
               PERFORM CHERCHER-COMPTE-DECES
               IF COMPTE-DU-DECES = 'O'
                   MOVE 'N' TO TCD-SEUL(IDX-RECH-DECES)
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * AJOUTER LE COMPTE LU A LA TABLE DES COMPTES DU DEFUNT      *
      * Entrée : ENREG-COMPTE et TYPE-ACTION-DECES (qualité T/C).  *
      *------------------------------------------------------------*
       AJOUTER-COMPTE-DECES.
           IF NB-COMPTES-DECES < MAX-COMPTES-DECES
               ADD 1 TO NB-COMPTES-DECES
               MOVE NUM-COMPTE TO TCD-NUM-COMPTE(NB-COMPTES-DECES)
               MOVE TYPE-ACTION-DECES TO TCD-ROLE(NB-COMPTES-DECES)
               IF TYPE-ACTION-DECES = 'T'
                   MOVE 'O' TO TCD-SEUL(NB-COMPTES-DECES)
               ELSE
                   MOVE 'N' TO TCD-SEUL(NB-COMPTES-DECES)
               END-IF
               MOVE TYPE-COMPTE TO TCD-TYPE(NB-COMPTES-DECES)
               MOVE DATE-CREATION
                   TO TCD-DATE-CREATION(NB-COMPTES-DECES)
           ELSE
               DISPLAY "Plus de " MAX-COMPTES-DECES " comptes : le"
                   " compte " NUM-COMPTE " est à traiter à la main."
           END-IF.

      *------------------------------------------------------------*
      * CHERCHER UN COMPTE DANS LA TABLE DES COMPTES DU DEFUNT     *
      * Entrée : COMPTE-RECH-DECES. Sortie : COMPTE-DU-DECES et    *
      * IDX-RECH-DECES.                                            *
      *------------------------------------------------------------*
       CHERCHER-COMPTE-DECES.
           MOVE 'N' TO COMPTE-DU-DECES.
           MOVE 1 TO IDX-RECH-DECES.
           PERFORM UNTIL COMPTE-DU-DECES = 'O'
                   OR IDX-RECH-DECES > NB-COMPTES-DECES
               IF TCD-NUM-COMPTE(IDX-RECH-DECES) = COMPTE-RECH-DECES
                   MOVE 'O' TO COMPTE-DU-DECES
               ELSE
                   ADD 1 TO IDX-RECH-DECES
               END-IF
           END-PERFORM.

      *------------------------------------------------------------*
      * AFFICHER LES COMPTES RECENSES AVANT CONFIRMATION           *
      *------------------------------------------------------------*
       AFFICHER-COMPTES-DECES.
           IF NB-COMPTES-DECES = 0
               DISPLAY "Aucun compte au nom de ce client."
           ELSE
               DISPLAY "Comptes concernés :"
               PERFORM VARYING IDX-DECES FROM 1 BY 1
                       UNTIL IDX-DECES > NB-COMPTES-DECES
                   PERFORM DETERMINER-QUALITE-DECES
                   DISPLAY "  Compte " TCD-NUM-COMPTE(IDX-DECES) "  "
                       TCD-TYPE(IDX-DECES) "  "
                       LIBELLE-QUALITE-DECES
               END-PERFORM
           END-IF.

      *------------------------------------------------------------*
      * LIBELLER LA QUALITE DU DEFUNT SUR LE COMPTE IDX-DECES      *
      *------------------------------------------------------------*
       DETERMINER-QUALITE-DECES.
           IF TCD-ROLE(IDX-DECES) = 'C'
               MOVE "co-titulaire" TO LIBELLE-QUALITE-DECES
           ELSE
               IF TCD-SEUL(IDX-DECES) = 'O'
                   MOVE "seul titulaire" TO LIBELLE-QUALITE-DECES
               ELSE
                   MOVE "titulaire (compte joint)"
                       TO LIBELLE-QUALITE-DECES
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * APPLIQUER LE DECES CONFIRME                                *
      * La date est portée sur la fiche avant toute mesure : un    *
      * arrêt en cours de route laisse ainsi un décès enregistré,  *
      * dont l'annulation défait les mesures déjà consignées.      *
      *------------------------------------------------------------*
       APPLIQUER-DECES.
           OPEN I-O FICHIER-CLIENT.
           MOVE CLIENT-DECEDE TO NUM-CLIENT.
           READ FICHIER-CLIENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DATE-DECES-ENTREE TO DATE-DECES
                   REWRITE ENREG-CLIENT
           END-READ.
           CLOSE FICHIER-CLIENT.
           MOVE "ENREGISTREMENT DECES" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           STRING "client " CLIENT-DECEDE " décédé le "
               DATE-DECES-ENTREE
               DELIMITED BY SIZE INTO RESULTAT-AUDIT.
           PERFORM ECRIRE-AUDIT.

           MOVE 0 TO SEQ-DECES.
           MOVE 0 TO NB-BLOCAGES-DECES.
           MOVE 0 TO NB-BLOCAGES-EXIST.
           MOVE 0 TO NB-HAB-DECES.
           MOVE 0 TO NB-VP-DECES.
           MOVE 0 TO NB-OPP-DECES.
           OPEN I-O FICHIER-DECES-ACT.
           PERFORM BLOQUER-COMPTES-DECES.
           PERFORM RETIRER-MANDATS-DECES.
           PERFORM SUSPENDRE-VP-DECES.
           PERFORM OPPOSER-CHEQUES-DECES.
           CLOSE FICHIER-DECES-ACT.

           DISPLAY "--------------------------------".
           DISPLAY "Décès enregistré au " DATE-DECES-ENTREE ".".
           DISPLAY "Comptes bloqués au débit   : " NB-BLOCAGES-DECES.
           DISPLAY "Blocages existants gardés  : " NB-BLOCAGES-EXIST.
           DISPLAY "Procurations retirées      : " NB-HAB-DECES.
           DISPLAY "Virements perm. suspendus  : " NB-VP-DECES.
           DISPLAY "Chèques frappés d'opposition : " NB-OPP-DECES.
           PERFORM EDITER-CERTIFICAT-SOLDES.

      *------------------------------------------------------------*
      * CONSIGNER UNE MESURE PRISE AU DECES                        *
      * Entrée : TYPE-ACTION-DECES, COMPTE-ACTION-DECES,           *
      * REF-ACTION-DECES et, pour une habilitation retirée,        *
      * l'habilitation encore en zone. FICHIER-DECES-ACT est       *
      * ouvert par l'appelant.                                     *
      *------------------------------------------------------------*
       CONSIGNER-ACTION-DECES.
           ADD 1 TO SEQ-DECES.
           MOVE CLIENT-DECEDE TO DCA-NUM-CLIENT.
           MOVE SEQ-DECES TO DCA-SEQ.
           MOVE TYPE-ACTION-DECES TO DCA-TYPE.
           MOVE COMPTE-ACTION-DECES TO DCA-NUM-COMPTE.
           MOVE REF-ACTION-DECES TO DCA-REFERENCE.
           IF TYPE-ACTION-DECES = 'H'
               MOVE HAB-ROLE TO DCA-HAB-ROLE
               MOVE HAB-PLAFOND TO DCA-HAB-PLAFOND
               MOVE HAB-DATE TO DCA-HAB-DATE
           ELSE
               MOVE SPACE TO DCA-HAB-ROLE
               MOVE 0 TO DCA-HAB-PLAFOND
               MOVE SPACES TO DCA-HAB-DATE
           END-IF.
           MOVE DATE-AUJOURD(1:8) TO DCA-DATE.
           WRITE ENREG-DECES-ACT
               INVALID KEY
                   DISPLAY "Mesure " TYPE-ACTION-DECES " du compte "
                       COMPTE-ACTION-DECES " non consignée."
           END-WRITE.

      *------------------------------------------------------------*
      * BLOQUER AU DEBIT LES COMPTES DONT LE DEFUNT ETAIT SEUL     *
      * TITULAIRE. Un blocage déjà en place (saisie, déshérence,   *
      * blocage total...) est conservé tel quel et n'est pas       *
      * consigné : l'annulation du décès n'y touchera pas.         *
      *------------------------------------------------------------*
       BLOQUER-COMPTES-DECES.
           OPEN I-O FICHIER-BLOCAGE.
           PERFORM VARYING IDX-DECES FROM 1 BY 1
                   UNTIL IDX-DECES > NB-COMPTES-DECES
               IF TCD-SEUL(IDX-DECES) = 'O'
                   PERFORM BLOQUER-UN-COMPTE-DECES
               END-IF
           END-PERFORM.
           CLOSE FICHIER-BLOCAGE.

      *------------------------------------------------------------*
      * POSER LE BLOCAGE DES DEBITS SUR LE COMPTE IDX-DECES        *
      *------------------------------------------------------------*
       BLOQUER-UN-COMPTE-DECES.
           MOVE TCD-NUM-COMPTE(IDX-DECES) TO BLO-NUM-COMPTE.
           MOVE 'D' TO BLO-TYPE.
           MOVE 0 TO BLO-MONTANT-RES.
           MOVE DATE-AUJOURD TO BLO-DATE-POSE.
           MOVE MOTIF-DECES TO BLO-MOTIF.
           WRITE ENREG-BLOCAGE
               INVALID KEY
                   ADD 1 TO NB-BLOCAGES-EXIST
                   DISPLAY "Compte " TCD-NUM-COMPTE(IDX-DECES)
                       " déjà bloqué : blocage existant conservé."
               NOT INVALID KEY
                   ADD 1 TO NB-BLOCAGES-DECES
                   MOVE 'B' TO TYPE-ACTION-DECES
                   MOVE BLO-NUM-COMPTE TO COMPTE-ACTION-DECES
                   MOVE 0 TO REF-ACTION-DECES
                   PERFORM CONSIGNER-ACTION-DECES
                   MOVE "POSE BLOCAGE" TO ACTION-AUDIT
                   MOVE SPACES TO RESULTAT-AUDIT
                   STRING "compte " BLO-NUM-COMPTE " type "
                       BLO-TYPE " : " BLO-MOTIF
                       DELIMITED BY SIZE INTO RESULTAT-AUDIT
                   PERFORM ECRIRE-AUDIT
           END-WRITE.

      *------------------------------------------------------------*
      * RETIRER LES PROCURATIONS                                   *
      * Mandataires habilités sur les comptes du défunt, et        *
      * mandats que le défunt tenait sur les comptes d'autres      *
      * clients. Chaque retrait est déclaré à FICOBA comme au      *
      * guichet.                                                   *
      *------------------------------------------------------------*
       RETIRER-MANDATS-DECES.
           MOVE 'N' TO EOF-HAB.
           OPEN I-O FICHIER-HABILITATION.
           PERFORM UNTIL EOF-HAB = 'O'
               READ FICHIER-HABILITATION NEXT RECORD
                   AT END MOVE 'O' TO EOF-HAB
                   NOT AT END
                       IF HAB-ROLE = 'M'
                           MOVE HAB-NUM-COMPTE TO COMPTE-RECH-DECES
                           PERFORM CHERCHER-COMPTE-DECES
                           IF COMPTE-DU-DECES = 'O'
                               OR HAB-NUM-CLIENT = CLIENT-DECEDE
                               PERFORM RETIRER-UN-MANDAT-DECES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-HABILITATION.

      *------------------------------------------------------------*
      * RETIRER L'HABILITATION DE MANDATAIRE LUE                   *
      *------------------------------------------------------------*
       RETIRER-UN-MANDAT-DECES.
           MOVE 'H' TO TYPE-ACTION-DECES.
           MOVE HAB-NUM-COMPTE TO COMPTE-ACTION-DECES.
           MOVE HAB-NUM-CLIENT TO REF-ACTION-DECES.
           PERFORM CONSIGNER-ACTION-DECES.
           MOVE HAB-NUM-COMPTE TO COMPTE-HAB-ENTREE.
           MOVE HAB-NUM-CLIENT TO CLIENT-HAB-ENTREE.
           MOVE HAB-ROLE TO FICOBA-ROLE.
           DELETE FICHIER-HABILITATION RECORD.
           ADD 1 TO NB-HAB-DECES.
           MOVE 'R' TO FICOBA-NATURE.
           PERFORM DECLARER-HABILITATION-FICOBA.
           MOVE "RETRAIT HABILITATION" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           STRING "compte " COMPTE-HAB-ENTREE " client "
               CLIENT-HAB-ENTREE " : " MOTIF-DECES
               DELIMITED BY SIZE INTO RESULTAT-AUDIT.
           PERFORM ECRIRE-AUDIT.

      *------------------------------------------------------------*
      * SUSPENDRE LES VIREMENTS PERMANENTS EMIS PAR LES COMPTES    *
      * DU DEFUNT (STATUT S). Un ordre suspendu n'est plus         *
      * exécuté ; il peut être annulé au menu des virements        *
      * permanents.                                                *
      *------------------------------------------------------------*
       SUSPENDRE-VP-DECES.
           MOVE 'N' TO EOF.
           OPEN I-O FICHIER-VP.
           IF FS-VP NOT = "35"
               PERFORM UNTIL EOF = 'O'
                   READ FICHIER-VP NEXT RECORD
                       AT END MOVE 'O' TO EOF
                       NOT AT END
                           IF VP-STATUT = 'A'
                               MOVE VP-NUM-SOURCE
                                   TO COMPTE-RECH-DECES
                               PERFORM CHERCHER-COMPTE-DECES
                               IF COMPTE-DU-DECES = 'O'
                                   PERFORM SUSPENDRE-UN-VP-DECES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-VP
           END-IF.

      *------------------------------------------------------------*
      * SUSPENDRE L'ORDRE LU                                       *
      *------------------------------------------------------------*
       SUSPENDRE-UN-VP-DECES.
           MOVE 'S' TO VP-STATUT.
           REWRITE ENREG-VP.
           ADD 1 TO NB-VP-DECES.
           MOVE 'V' TO TYPE-ACTION-DECES.
           MOVE VP-NUM-SOURCE TO COMPTE-ACTION-DECES.
           MOVE NUM-VP TO REF-ACTION-DECES.
           PERFORM CONSIGNER-ACTION-DECES.
           MOVE "SUSPENSION VP" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           STRING "ordre " NUM-VP " compte " VP-NUM-SOURCE " : "
               MOTIF-DECES
               DELIMITED BY SIZE INTO RESULTAT-AUDIT.
           PERFORM ECRIRE-AUDIT.

      *------------------------------------------------------------*
      * FRAPPER D'OPPOSITION LES CHEQUES DES COMPTES DU DEFUNT     *
      * Le numéro d'un chèque payé n'étant pas conservé, tous les  *
      * numéros des chéquiers délivrés qui ne sont pas déjà        *
      * opposés le sont, avec le motif du décès : un chèque déjà   *
      * payé ne sera de toute façon plus présenté.                 *
      *------------------------------------------------------------*
       OPPOSER-CHEQUES-DECES.
           MOVE 'N' TO EOF-CHQ.
           OPEN INPUT FICHIER-CHEQUIER.
           IF FS-CHEQUIER NOT = "35"
               OPEN I-O FICHIER-OPPOSITION
               PERFORM UNTIL EOF-CHQ = 'O'
                   READ FICHIER-CHEQUIER NEXT RECORD
                       AT END MOVE 'O' TO EOF-CHQ
                       NOT AT END
                           MOVE CHQ-NUM-COMPTE TO COMPTE-RECH-DECES
                           PERFORM CHERCHER-COMPTE-DECES
                           IF COMPTE-DU-DECES = 'O'
                               PERFORM OPPOSER-CHEQUIER-DECES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-OPPOSITION
               CLOSE FICHIER-CHEQUIER
           END-IF.

      *------------------------------------------------------------*
      * OPPOSER LES CHEQUES DU CHEQUIER LU                         *
      *------------------------------------------------------------*
       OPPOSER-CHEQUIER-DECES.
           MOVE 0 TO NB-OPP-CHEQUIER.
           PERFORM VARYING NUM-CHEQUE-DECES FROM CHQ-PREMIER BY 1
                   UNTIL NUM-CHEQUE-DECES > CHQ-DERNIER
               PERFORM OPPOSER-UN-CHEQUE-DECES
           END-PERFORM.
           IF NB-OPP-CHEQUIER > 0
               MOVE "OPPOSITION CHEQUE" TO ACTION-AUDIT
               MOVE SPACES TO RESULTAT-AUDIT
               STRING "chéquier " NUM-CHEQUIER " compte "
                   CHQ-NUM-COMPTE " : " NB-OPP-CHEQUIER
                   " chèques, décès"
                   DELIMITED BY SIZE INTO RESULTAT-AUDIT
               PERFORM ECRIRE-AUDIT
           END-IF.

      *------------------------------------------------------------*
      * OPPOSER LE CHEQUE NUM-CHEQUE-DECES S'IL NE L'EST PAS DEJA  *
      *------------------------------------------------------------*
       OPPOSER-UN-CHEQUE-DECES.
           MOVE NUM-CHEQUE-DECES TO OPP-NUM-CHEQUE.
           MOVE CHQ-NUM-COMPTE TO OPP-NUM-COMPTE.
           MOVE DATE-AUJOURD TO OPP-DATE.
           MOVE MOTIF-DECES TO OPP-MOTIF.
           WRITE ENREG-OPPOSITION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO NB-OPP-CHEQUIER
                   ADD 1 TO NB-OPP-DECES
                   MOVE 'O' TO TYPE-ACTION-DECES
                   MOVE CHQ-NUM-COMPTE TO COMPTE-ACTION-DECES
                   MOVE NUM-CHEQUE-DECES TO REF-ACTION-DECES
                   PERFORM CONSIGNER-ACTION-DECES
           END-WRITE.

      *------------------------------------------------------------*
      * REEDITER LE CERTIFICAT DE SOLDES D'UN CLIENT DECEDE        *
      * Les comptes sont recensés de nouveau : un compte clôturé   *
      * depuis le décès n'y figure plus.                           *
      *------------------------------------------------------------*
       REEDITER-CERTIFICAT-SOLDES.
           DISPLAY "Numéro du client décédé : ".
           ACCEPT NUM-CLIENT-ENTREE.
           PERFORM LIRE-FICHE-DECES.
           IF TROUVE-CLIENT = 'N'
               DISPLAY "Client introuvable."
           ELSE
               IF DATE-DECES-LUE = SPACES
                   DISPLAY "Aucun décès enregistré pour ce client."
               ELSE
                   MOVE DATE-DECES-LUE TO DATE-DECES-ENTREE
                   PERFORM RECENSER-COMPTES-DECES
                   PERFORM EDITER-CERTIFICAT-SOLDES
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * EDITER LE CERTIFICAT DE SOLDES AU JOUR DU DECES            *
      * Pour chaque compte recensé, le solde en fin de journée du  *
      * décès est reconstitué par la même relecture que le relevé  *
      * de compte (historique indexé, à défaut archives et         *
      * journal) : dernier mouvement du jour du décès ou d'avant,  *
      * sinon solde précédant le premier mouvement postérieur. Un  *
      * compte sans aucun mouvement n'a jamais changé de solde.    *
      *------------------------------------------------------------*
       EDITER-CERTIFICAT-SOLDES.
           MOVE 0 TO TOTAL-SOLDES-DECES.
           MOVE SPACES TO NOM-FICHIER-RELEVE.
           STRING "CERTIFICAT-SOLDES-" CLIENT-DECEDE ".TXT"
               DELIMITED BY SIZE INTO NOM-FICHIER-RELEVE.
           OPEN OUTPUT FICHIER-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "CERTIFICAT DE SOLDES AU " DATE-DECES-ENTREE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Établi le " DATE-AUJOURD(1:8) " par "
               OPERATEUR-CONNECTE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Défunt : " NOM-DECEDE " (client n. "
               CLIENT-DECEDE ")"
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Adresse : " ADRESSE-DECEDE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Date du décès : " DATE-DECES-ENTREE
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

           IF NB-COMPTES-DECES = 0
               MOVE SPACES TO LIGNE-RELEVE
               STRING "Aucun compte au nom du défunt."
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           ELSE
               PERFORM CONTROLER-HISTO-DISPONIBLE
               IF HISTO-DISPONIBLE = 'N'
                   DISPLAY "Historique indexé absent : relecture"
                       " intégrale du journal (voir le chargement"
                       " de l'historique)."
               END-IF
               PERFORM VARYING IDX-DECES FROM 1 BY 1
                       UNTIL IDX-DECES > NB-COMPTES-DECES
                   PERFORM CERTIFIER-UN-SOLDE
               END-PERFORM
               MOVE SPACES TO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
               MOVE SPACES TO LIGNE-RELEVE
               STRING "Total des soldes : " TOTAL-SOLDES-DECES
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           END-IF.

           MOVE SPACES TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Soldes en fin de journée du décès, reconstitués"
               " d'après les mouvements."
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "Opérations postérieures au décès non prises"
               " en compte."
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           CLOSE FICHIER-RELEVE.
           DISPLAY "Certificat de soldes généré : "
               NOM-FICHIER-RELEVE.
           MOVE "CERTIFICAT SOLDES" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           STRING "client " CLIENT-DECEDE " au " DATE-DECES-ENTREE
               " : " NB-COMPTES-DECES " comptes"
               DELIMITED BY SIZE INTO RESULTAT-AUDIT.
           PERFORM ECRIRE-AUDIT.

      *------------------------------------------------------------*
      * CERTIFIER LE SOLDE DU COMPTE IDX-DECES                     *
      *------------------------------------------------------------*
       CERTIFIER-UN-SOLDE.
           PERFORM DETERMINER-QUALITE-DECES.
           MOVE SPACES TO LIGNE-RELEVE.
           IF TCD-DATE-CREATION(IDX-DECES)(1:8) > DATE-DECES-ENTREE
               STRING "Compte " TCD-NUM-COMPTE(IDX-DECES) "  "
                   TCD-TYPE(IDX-DECES) "  " LIBELLE-QUALITE-DECES
                   "  ouvert après le décès"
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
           ELSE
               MOVE TCD-NUM-COMPTE(IDX-DECES) TO NUM-ENTREE
               MOVE SPACES TO DATE-DEBUT
               MOVE DATE-DECES-ENTREE TO DATE-FIN
               PERFORM CALCULER-SOLDES-PERIODE
               IF MVT-EXISTE = 'O'
                   MOVE SOLDE-CLO-CANDIDAT TO SOLDE-DECES
               ELSE
                   PERFORM LIRE-SOLDE-ACTUEL-DECES
               END-IF
               ADD SOLDE-DECES TO TOTAL-SOLDES-DECES
               STRING "Compte " TCD-NUM-COMPTE(IDX-DECES) "  "
                   TCD-TYPE(IDX-DECES) "  " LIBELLE-QUALITE-DECES
                   "  Solde : " SOLDE-DECES
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
           END-IF.
           WRITE LIGNE-RELEVE.

      *------------------------------------------------------------*
      * LIRE LE SOLDE D'UN COMPTE SANS MOUVEMENT (NUM-ENTREE)      *
      *------------------------------------------------------------*
       LIRE-SOLDE-ACTUEL-DECES.
           MOVE 0 TO SOLDE-DECES.
           OPEN INPUT FICHIER-COMPTE.
           MOVE NUM-ENTREE TO NUM-COMPTE.
           READ FICHIER-COMPTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SOLDE TO SOLDE-DECES
           END-READ.
           CLOSE FICHIER-COMPTE.

      *------------------------------------------------------------*
      * ANNULER UN DECES ENREGISTRE A TORT                         *
      * Les mesures consignées sont défaites une à une puis        *
      * effacées du registre, et la date de décès est retirée de   *
      * la fiche. Une mesure reprise à la main depuis (blocage     *
      * levé ou remplacé, ordre annulé, opposition levée...) est   *
      * laissée en l'état et signalée.                             *
      *------------------------------------------------------------*
       ANNULER-DECES.
           DISPLAY "Numéro du client : ".
           ACCEPT NUM-CLIENT-ENTREE.
           PERFORM LIRE-FICHE-DECES.
           IF TROUVE-CLIENT = 'N'
               DISPLAY "Client introuvable."
           ELSE
               IF DATE-DECES-LUE = SPACES
                   DISPLAY "Aucun décès enregistré pour ce client."
               ELSE
                   DISPLAY "Client : " NOM-DECEDE
                   DISPLAY "Annuler le décès enregistré au "
                       DATE-DECES-LUE " et défaire les mesures ?"
                       " (O/N) : "
                   MOVE SPACE TO REPONSE
                   ACCEPT REPONSE
                   IF REPONSE = 'O'
                       PERFORM DEFAIRE-DECES
                   ELSE
                       DISPLAY "Annulation abandonnée."
                   END-IF
               END-IF
           END-IF.

      *------------------------------------------------------------*
      * DEFAIRE LES MESURES CONSIGNEES POUR CLIENT-DECEDE          *
      *------------------------------------------------------------*
       DEFAIRE-DECES.
           MOVE 0 TO NB-ACTIONS-DEFAITES.
           MOVE 0 TO NB-ACTIONS-LAISSEES.
           MOVE 'N' TO EOF-DECES.
           OPEN I-O FICHIER-DECES-ACT.
           MOVE CLIENT-DECEDE TO DCA-NUM-CLIENT.
           MOVE 0 TO DCA-SEQ.
           START FICHIER-DECES-ACT KEY >= DCA-CLE
               INVALID KEY MOVE 'O' TO EOF-DECES
           END-START.
           PERFORM UNTIL EOF-DECES = 'O'
               READ FICHIER-DECES-ACT NEXT RECORD
                   AT END MOVE 'O' TO EOF-DECES
                   NOT AT END
                       IF DCA-NUM-CLIENT NOT = CLIENT-DECEDE
                           MOVE 'O' TO EOF-DECES
                       ELSE
                           PERFORM DEFAIRE-UNE-ACTION-DECES
                           DELETE FICHIER-DECES-ACT RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-DECES-ACT.

           OPEN I-O FICHIER-CLIENT.
           MOVE CLIENT-DECEDE TO NUM-CLIENT.
           READ FICHIER-CLIENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO DATE-DECES
                   REWRITE ENREG-CLIENT
           END-READ.
           CLOSE FICHIER-CLIENT.

           DISPLAY "Décès annulé.".
           DISPLAY "Mesures défaites   : " NB-ACTIONS-DEFAITES.
           DISPLAY "Mesures laissées   : " NB-ACTIONS-LAISSEES.
           MOVE "ANNULATION DECES" TO ACTION-AUDIT.
           MOVE SPACES TO RESULTAT-AUDIT.
           STRING "client " CLIENT-DECEDE " (" DATE-DECES-LUE
               ") : " NB-ACTIONS-DEFAITES " défaites, "
               NB-ACTIONS-LAISSEES " laissées"
               DELIMITED BY SIZE INTO RESULTAT-AUDIT.
           PERFORM ECRIRE-AUDIT.

      *------------------------------------------------------------*
      * DEFAIRE LA MESURE CONSIGNEE LUE                            *
      *------------------------------------------------------------*
       DEFAIRE-UNE-ACTION-DECES.
           EVALUATE DCA-TYPE
               WHEN 'B' PERFORM LEVER-BLOCAGE-DECES
               WHEN 'H' PERFORM RETABLIR-MANDAT-DECES
               WHEN 'V' PERFORM REPRENDRE-VP-DECES
               WHEN 'O' PERFORM LEVER-OPPOSITION-DECES
               WHEN OTHER ADD 1 TO NB-ACTIONS-LAISSEES
           END-EVALUATE.

      *------------------------------------------------------------*
      * LEVER LE BLOCAGE POSE AU DECES, S'IL EST TOUJOURS LE MEME  *
      *------------------------------------------------------------*
       LEVER-BLOCAGE-DECES.
           OPEN I-O FICHIER-BLOCAGE.
           MOVE DCA-NUM-COMPTE TO BLO-NUM-COMPTE.
           READ FICHIER-BLOCAGE
               INVALID KEY
                   ADD 1 TO NB-ACTIONS-LAISSEES
                   DISPLAY "Compte " DCA-NUM-COMPTE
                       " : blocage déjà levé."
               NOT INVALID KEY
                   IF BLO-TYPE = 'D' AND BLO-MOTIF = MOTIF-DECES
                       DELETE FICHIER-BLOCAGE RECORD
                       ADD 1 TO NB-ACTIONS-DEFAITES
                       MOVE "LEVEE BLOCAGE" TO ACTION-AUDIT
                       MOVE SPACES TO RESULTAT-AUDIT
                       STRING "compte " DCA-NUM-COMPTE
                           " débloqué (décès annulé)"
                           DELIMITED BY SIZE INTO RESULTAT-AUDIT
                       PERFORM ECRIRE-AUDIT
                   ELSE
                       ADD 1 TO NB-ACTIONS-LAISSEES
                       DISPLAY "Compte " DCA-NUM-COMPTE
                           " : blocage remplacé depuis, conservé."
                   END-IF
           END-READ.
           CLOSE FICHIER-BLOCAGE.

      *------------------------------------------------------------*
      * RETABLIR LA PROCURATION RETIREE AU DECES                   *
      * Pas sur un compte clôturé depuis ; la rétablir est déclaré *
      * à FICOBA comme un ajout au guichet.                        *
      *------------------------------------------------------------*
       RETABLIR-MANDAT-DECES.
           MOVE 'N' TO TROUVE.
           OPEN INPUT FICHIER-COMPTE.
           MOVE DCA-NUM-COMPTE TO NUM-COMPTE.
           READ FICHIER-COMPTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO TROUVE
           END-READ.
           CLOSE FICHIER-COMPTE.
           IF TROUVE = 'N'
               ADD 1 TO NB-ACTIONS-LAISSEES
               DISPLAY "Compte " DCA-NUM-COMPTE " clôturé :"
                   " procuration non rétablie."
           ELSE
               OPEN I-O FICHIER-HABILITATION
               MOVE DCA-NUM-COMPTE TO HAB-NUM-COMPTE
               MOVE DCA-REFERENCE TO HAB-NUM-CLIENT
               MOVE DCA-HAB-ROLE TO HAB-ROLE
               MOVE DCA-HAB-PLAFOND TO HAB-PLAFOND
               MOVE DCA-HAB-DATE TO HAB-DATE
               WRITE ENREG-HABILITATION
                   INVALID KEY
                       ADD 1 TO NB-ACTIONS-LAISSEES
                       DISPLAY "Compte " DCA-NUM-COMPTE " : client "
                           HAB-NUM-CLIENT " déjà habilité."
                   NOT INVALID KEY
                       ADD 1 TO NB-ACTIONS-DEFAITES
                       MOVE HAB-NUM-COMPTE TO COMPTE-HAB-ENTREE
                       MOVE HAB-NUM-CLIENT TO CLIENT-HAB-ENTREE
                       MOVE 'A' TO FICOBA-NATURE
                       MOVE HAB-ROLE TO FICOBA-ROLE
                       PERFORM DECLARER-HABILITATION-FICOBA
                       MOVE "AJOUT HABILITATION" TO ACTION-AUDIT
                       MOVE SPACES TO RESULTAT-AUDIT
                       STRING "compte " HAB-NUM-COMPTE " client "
                           HAB-NUM-CLIENT " rôle " HAB-ROLE
                           " (décès annulé)"
                           DELIMITED BY SIZE INTO RESULTAT-AUDIT
                       PERFORM ECRIRE-AUDIT
               END-WRITE
               CLOSE FICHIER-HABILITATION
           END-IF.

      *------------------------------------------------------------*
      * REMETTRE EN VIGUEUR L'ORDRE SUSPENDU AU DECES              *
      *------------------------------------------------------------*
       REPRENDRE-VP-DECES.
           OPEN I-O FICHIER-VP.
           MOVE DCA-REFERENCE TO NUM-VP.
           READ FICHIER-VP
               INVALID KEY
                   ADD 1 TO NB-ACTIONS-LAISSEES
               NOT INVALID KEY
                   IF VP-STATUT = 'S'
                       MOVE 'A' TO VP-STATUT
                       REWRITE ENREG-VP
                       ADD 1 TO NB-ACTIONS-DEFAITES
                       MOVE "REPRISE VP" TO ACTION-AUDIT
                       MOVE SPACES TO RESULTAT-AUDIT
                       STRING "ordre " NUM-VP " compte "
                           VP-NUM-SOURCE " (décès annulé)"
                           DELIMITED BY SIZE INTO RESULTAT-AUDIT
                       PERFORM ECRIRE-AUDIT
                   ELSE
                       ADD 1 TO NB-ACTIONS-LAISSEES
                       DISPLAY "Ordre " NUM-VP
                           " annulé depuis : laissé annulé."
                   END-IF
           END-READ.
           CLOSE FICHIER-VP.

      *------------------------------------------------------------*
      * LEVER L'OPPOSITION POSEE AU DECES                          *
      *------------------------------------------------------------*
       LEVER-OPPOSITION-DECES.
           OPEN I-O FICHIER-OPPOSITION.
           MOVE DCA-REFERENCE TO OPP-NUM-CHEQUE.
           READ FICHIER-OPPOSITION
               INVALID KEY
                   ADD 1 TO NB-ACTIONS-LAISSEES
               NOT INVALID KEY
                   IF OPP-MOTIF = MOTIF-DECES
                       DELETE FICHIER-OPPOSITION RECORD
                       ADD 1 TO NB-ACTIONS-DEFAITES
                   ELSE
                       ADD 1 TO NB-ACTIONS-LAISSEES
                   END-IF
           END-READ.
           CLOSE FICHIER-OPPOSITION.
