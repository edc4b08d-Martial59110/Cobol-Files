       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccblrenv.

      *    Renouvellement annuel des contrats à leur échéance, passé
      *    une fois par mois : les clients Actif du maître dont
      *    l'échéance tombe dans le mois à venir (le mois suivant la
      *    date du passage, ou plus loin selon le préavis) sont
      *    reconduits. Leur prime est indexée au taux du fichier de
      *    paramètres ccblrenv.par - taux général, ou taux propre à
      *    l'IRP (LIBELLE) du client - et leur échéance reportée d'un
      *    an. Le montant du maître étant le cumul des contrats, ce
      *    sont les contrats Actif du client qui sont indexés, puis
      *    le montant recalculé comme dans ccblmaint ; un client sans
      *    contrat voit son montant indexé directement. Chaque
      *    contrat indexé laisse sa ligne d'audit d'action C, chaque
      *    client reconduit une ligne d'action R, sous le code
      *    opérateur BATCH comme ccblmajb. Les avis d'échéance
      *    partent chez le routeur dans un fichier délimité daté
      *    (avis-renouvellement-AAAAMMJJ.dat), sur le modèle de
      *    ccblmail. Les clients marqués pour ne pas être reconduits
      *    ne sont pas indexés : ils sont listés à part
      *    (non-reconductions-AAAAMMJJ.dat) pour le service
      *    commercial.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-MAITRE ASSIGN TO "clients-master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-MAITRE-ID-NUM
           FILE STATUS IS MAITRE-STATUS.

           SELECT CLI-CONTRATS ASSIGN TO "contrats.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-CTR-CLE
           FILE STATUS IS CTR-STATUS.

      *    Taux de change du jour, dans la découpe lue par ccblbase,
      *    pour ramener les contrats dans la devise du client.

           SELECT ASSU-TAUX ASSIGN TO "taux-change.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TAUX-STATUS.

      *    Paramètres du renouvellement : taux d'indexation général,
      *    taux par IRP, préavis en mois.

           SELECT RENV-PARAM ASSIGN TO "ccblrenv.par"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARAM-STATUS.

      *    Journal d'audit partagé avec ccblmaint.

           SELECT OPTIONAL CLI-AUDIT ASSIGN TO "audit-maitre.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

      *    Avis d'échéance pour le routeur et liste des clients non
      *    reconduits, datés.

           SELECT RENV-AVIS ASSIGN TO DYNAMIC WS-AVIS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AVIS-STATUS.

           SELECT RENV-NONREC ASSIGN TO DYNAMIC WS-NONREC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS NONREC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLI-MAITRE.
        01 F-DATA-MAITRE.
           03 F-MAITRE-ID-NUM PIC X(8).
           03 F-MAITRE-ID-NAME PIC X(15).
           03 F-MAITRE-LIBELLE PIC X(16).
           03 F-MAITRE-DESCRIPTION PIC X(40).
           03 F-MAITRE-STATUT PIC X(11).
           03 F-MAITRE-NUMBER1 PIC X(8).
           03 F-MAITRE-NUMBER2 PIC X(11).
           03 F-MAITRE-NUMBER3 PIC 9(8).
           03 F-MAITRE-EURO PIC X(3).
           03 F-MAITRE-DATE-EFFET PIC 9(8).
           03 F-MAITRE-ECHEANCE PIC 9(8).
           03 F-MAITRE-RECONDUCTION PIC X(1).

       FD CLI-CONTRATS.
        01 F-DATA-CTR.
           03 F-CTR-CLE.
              05 F-CTR-ID PIC X(8).
              05 F-CTR-NO PIC X(3).
           03 F-CTR-PRODUIT PIC X(20).
           03 F-CTR-MONTANT PIC 9(8).
           03 F-CTR-DEVISE PIC X(3).
           03 F-CTR-STATUT PIC X(11).
           03 FILLER PIC X(27).

       FD ASSU-TAUX.
       01 F-DATA-TAUX PIC X(10).

       FD RENV-PARAM.
       01 F-DATA-PARAM PIC X(80).

       FD CLI-AUDIT.
       01 F-DATA-AUDIT PIC X(311).

       FD RENV-AVIS.
       01 F-DATA-AVIS PIC X(140).

       FD RENV-NONREC.
       01 F-DATA-NONREC PIC X(100).

       WORKING-STORAGE SECTION.
       01  MAITRE-STATUS PIC X(2).
       01  CTR-STATUS PIC X(2).
       01  TAUX-STATUS PIC X(2).
       01  PARAM-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  AVIS-STATUS PIC X(2).
       01  NONREC-STATUS PIC X(2).

      *    Date du passage, mois d'échéance visé et noms des sorties
      *    construits sur la date.

       01  WS-SAISIE-DATE PIC X(8).
       01  WS-DATE-TRAITEE PIC 9(8).
       01  WS-DATE-DETAIL REDEFINES WS-DATE-TRAITEE.
           03 WS-DATE-AAAA PIC 9(4).
           03 WS-DATE-MM PIC 9(2).
           03 WS-DATE-JJ PIC 9(2).
       01  WS-MOIS-CIBLE PIC 9(6).
       01  WS-CIBLE-DETAIL REDEFINES WS-MOIS-CIBLE.
           03 WS-CIBLE-AAAA PIC 9(4).
           03 WS-CIBLE-MM PIC 9(2).
       01  WS-AVIS-FILENAME PIC X(40).
       01  WS-NONREC-FILENAME PIC X(40).

      *    Dépouillement du fichier de paramètres. Mots-clés admis :
      *    TAUX, suivi du taux d'indexation général en pour cent sur
      *    5 chiffres dont 2 décimales (00250 = 2,50 %), obligatoire ;
      *    IRP, suivi du LIBELLE de l'intermédiaire sur 16
      *    caractères, d'un blanc et de son taux propre dans le même
      *    format ; PREAVIS, suivi du nombre de mois (2 chiffres, 01
      *    à 12) entre le mois du passage et celui des échéances
      *    traitées, 01 à défaut.

       01  WS-PARAM-REC PIC X(80).
       01  WS-PARAM-DETAIL REDEFINES WS-PARAM-REC.
           03 WS-PARAM-CLE PIC X(10).
           03 FILLER PIC X(1).
           03 WS-PARAM-VALEUR PIC X(69).
       01  WS-PARAM-IRP REDEFINES WS-PARAM-REC.
           03 FILLER PIC X(11).
           03 WS-PARAM-IRP-LIBELLE PIC X(16).
           03 FILLER PIC X(1).
           03 WS-PARAM-IRP-TAUX PIC X(5).
           03 FILLER PIC X(47).
       01  WS-TAUX-LU PIC X(5).
       01  WS-TAUX-LU-NUM REDEFINES WS-TAUX-LU PIC 9(3)V9(2).
       01  WS-PREAVIS-LU PIC X(2).
       01  WS-PREAVIS PIC 9(2) VALUE 1.
       01  WS-TAUX-DEFAUT PIC 9(3)V9(2) VALUE 0.
       01  WS-TAUX-DEFAUT-LU PIC X(1) VALUE "N".

      *    Taux propres aux intermédiaires, et taux retenu pour le
      *    client en cours.

       01  WS-IRP-NB PIC 9(2) VALUE 0.
       01  WS-IRP-IDX PIC 9(2).
       01  WS-IRP-TROUVE PIC X(1).
        01  WS-IRP-TABLE.
           03 WS-IRP-ENTRY OCCURS 50 TIMES.
            05 WS-IRP-LIBELLE PIC X(16).
            05 WS-IRP-TAUX PIC 9(3)V9(2).
       01  WS-TAUX-INDEXATION PIC 9(3)V9(2).
       01  WS-TAUX-AFF PIC 9(3)V9(2).
       01  WS-TAUX-AFF-X REDEFINES WS-TAUX-AFF PIC X(5).

      *    Échéance du client en cours et échéance suivante, un an
      *    plus tard ; un 29 février devient 28 février une année
      *    non bissextile.

       01  WS-ECHEANCE PIC 9(8).
       01  WS-ECHEANCE-DETAIL REDEFINES WS-ECHEANCE.
           03 WS-ECH-AAAA PIC 9(4).
           03 WS-ECH-MM PIC 9(2).
           03 WS-ECH-JJ PIC 9(2).
       01  WS-ECHEANCE-SUIVANTE PIC 9(8).
       01  WS-SUIVANTE-DETAIL REDEFINES WS-ECHEANCE-SUIVANTE.
           03 WS-SUIV-AAAA PIC 9(4).
           03 WS-SUIV-MM PIC 9(2).
           03 WS-SUIV-JJ PIC 9(2).
       01  WS-BISSEXTILE PIC X(1).
       01  WS-QUOTIENT PIC 9(4).
       01  WS-RESTE PIC 9(3).

      *    Indexation d'un montant : montant d'origine, montant
      *    indexé arrondi au centime, ancien montant du client.

       01  WS-MONTANT-A-INDEXER PIC 9(8).
       01  WS-MONTANT-INDEXE PIC 9(10).
       01  WS-ANCIEN-MONTANT PIC 9(8).

      *    Ligne d'avis d'échéance : champs séparés par des
      *    points-virgules, comme le publipostage de ccblmail -
      *    ID-NUM, société, libellé court, IRP, échéance, ancien
      *    montant, nouveau montant, devise, taux appliqué.

       01  WS-AVIS-LIGNE PIC X(140).
       01  POINT-VIRGULE PIC X VALUE ";".
       01  VIRGULE PIC X VALUE ",".

      *    Ligne de la liste des clients non reconduits.

       01  WS-NONREC-LIGNE.
           03 WS-NR-ID PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-NR-DESCRIPTION PIC X(40).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-NR-LIBELLE PIC X(16).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-NR-ECHEANCE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-NR-MONTANT PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-NR-DEVISE PIC X(3).
       01  WS-LIGNE-EDIT PIC X(100).
       01  WS-TIRET PIC X(50).

      *    Compteurs du passage.

       01  WS-CPT-LUS PIC 9(5) VALUE 0.
       01  WS-CPT-ECHUS PIC 9(5) VALUE 0.
       01  WS-CPT-RECONDUITS PIC 9(5) VALUE 0.
       01  WS-CPT-NON-RECONDUITS PIC 9(5) VALUE 0.
       01  WS-CPT-CTR-INDEXES PIC 9(5) VALUE 0.
       01  WS-CPT-HORS-CAPACITE PIC 9(5) VALUE 0.
       01  WS-FIN-FICHIER PIC X(1).

      *    Cumul des contrats du client, selon la règle de
      *    ccblmast, comme dans ccblmaint.

       01  WS-CTR-FIN PIC X(1).
       01  WS-CTR-NB PIC 9(3).
       01  WS-CTR-NB-VIVANTS PIC 9(3).
       01  WS-CUMUL-VIVANTS PIC 9(10).
       01  WS-CUMUL-TOUS PIC 9(10).
       01  WS-CUMUL-CLIENT PIC 9(10).
       01  WS-MONTANT-CONVERTI PIC 9(10).

      *    Table de conversion : les quatre codes historiques et les
      *    taux du jour, sur le modèle de ccblbase. Un code non
      *    reconnu compte pour un taux de 1.

       01  WS-CONV-NB PIC 9(2) VALUE 4.
       01  WS-CONV-IDX PIC 9(2).
       01  WS-CONV-TROUVE PIC X(1).
        01  WS-CONV-TABLE.
           03 WS-CONV-ENTRY OCCURS 10 TIMES.
            05 WS-CONV-CODE PIC X(3).
            05 WS-CONV-TAUX PIC 9(3)V9(4).
       01  WS-TAUX-REC.
           03 WS-TAUX-CODE PIC X(3).
           03 WS-TAUX-VALEUR PIC 9(3)V9(4).
       01  WS-CONV-DEVISE PIC X(3).
       01  WS-TAUX-CONTRAT PIC 9(3)V9(4).
       01  WS-TAUX-CLIENT PIC 9(3)V9(4).

      *    Zones du journal d'audit, dans la découpe de ccblmaint ;
      *    le code opérateur est celui des mises à jour par lots.
      *    L'image du client avant renouvellement est gardée à part,
      *    les lignes des contrats passant entre-temps.

       01  WS-OPERATEUR PIC X(8) VALUE "BATCH".
       01  WS-ACTION PIC X(1).
       01  WS-AUDIT-DATE PIC 9(8).
       01  WS-AUDIT-HEURE PIC 9(8).
       01  WS-IMAGE-CLIENT PIC X(137).
       01  WS-IMAGE-AVANT PIC X(137).
       01  WS-IMAGE-APRES PIC X(137).
       01  WS-AUDIT-LIGNE.
           03 WS-AUDIT-L-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-HEURE PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-OPER PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-ACTION PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-ID PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-AVANT PIC X(137).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-APRES PIC X(137).

      *    Zones utilisées pour signaler un arrêt anormal, comme dans
      *    ccblbase.

       01  WS-ABANDON-LIBELLE PIC X(40).
       01  WS-ABANDON-LIGNE.
           03 WS-ABANDON-TEXTE PIC X(40).
           03 WS-ABANDON-STATUT PIC X(2).

       PROCEDURE DIVISION.
           MOVE ALL "-" TO WS-TIRET.

      *    Date du passage, comme dans ccblmajb.

           DISPLAY "Date du renouvellement (AAAAMMJJ, "
               "vide = aujourd'hui) ?".
           MOVE SPACES TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = SPACES
               ACCEPT WS-DATE-TRAITEE FROM DATE YYYYMMDD
           ELSE
               IF WS-SAISIE-DATE NOT NUMERIC
                   DISPLAY "Date non numérique."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-DATE TO WS-DATE-TRAITEE
           END-IF.

      *    Sans taux d'indexation général, pas de renouvellement.

           PERFORM CHARGER-PARAMETRES.
           IF WS-TAUX-DEFAUT-LU = "N"
               DISPLAY "Taux d'indexation absent : renseigner TAUX "
                   "dans ccblrenv.par"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Mois des échéances traitées : le mois du passage avancé
      *    du préavis.

           MOVE WS-DATE-AAAA TO WS-CIBLE-AAAA.
           COMPUTE WS-CIBLE-MM = WS-DATE-MM + WS-PREAVIS.
           IF WS-CIBLE-MM > 12
               SUBTRACT 12 FROM WS-CIBLE-MM
               ADD 1 TO WS-CIBLE-AAAA
           END-IF.

           STRING "avis-renouvellement-" DELIMITED BY SIZE
                  WS-DATE-TRAITEE        DELIMITED BY SIZE
                  ".dat"                 DELIMITED BY SIZE
                  INTO WS-AVIS-FILENAME.
           STRING "non-reconductions-" DELIMITED BY SIZE
                  WS-DATE-TRAITEE      DELIMITED BY SIZE
                  ".dat"               DELIMITED BY SIZE
                  INTO WS-NONREC-FILENAME.

           OPEN I-O CLI-MAITRE.
           IF MAITRE-STATUS = "35"
               DISPLAY "Maître absent : lancer d'abord ccblmast"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MAITRE-STATUS NOT = "00"
               MOVE "Ouverture CLI-MAITRE" TO WS-ABANDON-TEXTE
               MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           PERFORM CHARGER-TAUX.
           OPEN I-O CLI-CONTRATS.
           IF CTR-STATUS = "35"
               OPEN OUTPUT CLI-CONTRATS
               CLOSE CLI-CONTRATS
               OPEN I-O CLI-CONTRATS
           END-IF.
           IF CTR-STATUS NOT = "00"
               MOVE "Ouverture CLI-CONTRATS" TO WS-ABANDON-TEXTE
               MOVE CTR-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

      *    Une mise à jour sans trace d'audit n'est pas permise,
      *    comme dans ccblmaint.

           OPEN EXTEND CLI-AUDIT.
           IF AUDIT-STATUS NOT = "00" AND AUDIT-STATUS NOT = "05"
               MOVE "Ouverture CLI-AUDIT" TO WS-ABANDON-TEXTE
               MOVE AUDIT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN OUTPUT RENV-AVIS.
           IF AVIS-STATUS NOT = "00"
               MOVE "Ouverture RENV-AVIS" TO WS-ABANDON-TEXTE
               MOVE AVIS-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN OUTPUT RENV-NONREC.
           IF NONREC-STATUS NOT = "00"
               MOVE "Ouverture RENV-NONREC" TO WS-ABANDON-TEXTE
               MOVE NONREC-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           PERFORM ENTETE-NON-RECONDUCTIONS.

           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM TRAITER-CLIENT UNTIL WS-FIN-FICHIER = "O".

           PERFORM PIED-NON-RECONDUCTIONS.
           CLOSE RENV-NONREC.
           CLOSE RENV-AVIS.
           CLOSE CLI-AUDIT.
           CLOSE CLI-CONTRATS.
           CLOSE CLI-MAITRE.

           DISPLAY "Renouvellement du " WS-DATE-TRAITEE
               " - échéances " WS-MOIS-CIBLE ".".
           DISPLAY "Clients lus          : " WS-CPT-LUS.
           DISPLAY "Clients à l'échéance : " WS-CPT-ECHUS.
           DISPLAY "Clients reconduits   : " WS-CPT-RECONDUITS.
           DISPLAY "Non reconduits       : " WS-CPT-NON-RECONDUITS.
           DISPLAY "Contrats indexés     : " WS-CPT-CTR-INDEXES.
           DISPLAY "Hors capacité        : " WS-CPT-HORS-CAPACITE.
           DISPLAY "Avis : " WS-AVIS-FILENAME.
           IF WS-CPT-NON-RECONDUITS > 0
               DISPLAY "Non reconduits : " WS-NONREC-FILENAME
           END-IF.
           STOP RUN.

        TRAITER-CLIENT.

      *    Lecture d'un client du maître. Seuls les clients Actif
      *    dont l'échéance renseignée tombe dans le mois visé sont
      *    concernés ; une échéance reportée n'est plus reprise si
      *    le passage est relancé.

           READ CLI-MAITRE NEXT.
           IF MAITRE-STATUS = "00"
               ADD 1 TO WS-CPT-LUS
               IF F-MAITRE-STATUT = "Actif"
                   AND F-MAITRE-ECHEANCE NUMERIC
                   AND F-MAITRE-ECHEANCE NOT = 0
                   MOVE F-MAITRE-ECHEANCE TO WS-ECHEANCE
                   IF WS-ECH-AAAA = WS-CIBLE-AAAA
                       AND WS-ECH-MM = WS-CIBLE-MM
                       ADD 1 TO WS-CPT-ECHUS
                       IF F-MAITRE-RECONDUCTION = "N"
                           PERFORM LISTER-NON-RECONDUCTION
                       ELSE
                           PERFORM RECONDUIRE-CLIENT
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF MAITRE-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture CLI-MAITRE" TO WS-ABANDON-TEXTE
                   MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        RECONDUIRE-CLIENT.

      *    Reconduction du client lu : indexation de ses contrats
      *    Actif au taux de son IRP, montant recalculé, échéance
      *    reportée d'un an, réécriture, audit et avis.

           MOVE F-DATA-MAITRE TO WS-IMAGE-CLIENT.
           MOVE F-MAITRE-NUMBER3 TO WS-ANCIEN-MONTANT.
           PERFORM CHERCHER-TAUX-IRP.
           PERFORM INDEXER-CONTRATS.
           PERFORM CUMULER-CONTRATS.
           IF WS-CTR-NB > 0
               MOVE WS-CUMUL-CLIENT TO F-MAITRE-NUMBER3
           ELSE
               MOVE F-MAITRE-NUMBER3 TO WS-MONTANT-A-INDEXER
               PERFORM INDEXER-MONTANT
               MOVE WS-MONTANT-INDEXE TO F-MAITRE-NUMBER3
           END-IF.
           PERFORM AVANCER-ECHEANCE.
           MOVE WS-ECHEANCE-SUIVANTE TO F-MAITRE-ECHEANCE.
           REWRITE F-DATA-MAITRE.
           IF MAITRE-STATUS NOT = "00"
               MOVE "Réécriture CLI-MAITRE" TO WS-ABANDON-TEXTE
               MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE "R" TO WS-ACTION.
           MOVE WS-IMAGE-CLIENT TO WS-IMAGE-AVANT.
           MOVE F-DATA-MAITRE TO WS-IMAGE-APRES.
           PERFORM ECRIRE-AUDIT.
           PERFORM ECRIRE-AVIS.
           ADD 1 TO WS-CPT-RECONDUITS.

        CHERCHER-TAUX-IRP.

      *    Taux d'indexation du client : celui de son IRP s'il en a
      *    un propre, le taux général sinon.

           MOVE "N" TO WS-IRP-TROUVE.
           IF WS-IRP-NB > 0
               PERFORM COMPARER-IRP VARYING WS-IRP-IDX
               FROM 1 BY 1 UNTIL WS-IRP-IDX > WS-IRP-NB
               OR WS-IRP-TROUVE = "O"
           END-IF.
           IF WS-IRP-TROUVE = "O"
               SUBTRACT 1 FROM WS-IRP-IDX
               MOVE WS-IRP-TAUX(WS-IRP-IDX) TO WS-TAUX-INDEXATION
           ELSE
               MOVE WS-TAUX-DEFAUT TO WS-TAUX-INDEXATION
           END-IF.

        COMPARER-IRP.

           IF WS-IRP-LIBELLE(WS-IRP-IDX) = F-MAITRE-LIBELLE
               MOVE "O" TO WS-IRP-TROUVE
           END-IF.

        INDEXER-CONTRATS.

      *    Indexation des contrats Actif du client ; les contrats
      *    suspendus ou résiliés ne sont pas reconduits. Chaque
      *    contrat indexé est tracé par une ligne d'audit d'action
      *    C.

           MOVE "C" TO WS-ACTION.
           MOVE F-MAITRE-ID-NUM TO F-CTR-ID.
           MOVE LOW-VALUES TO F-CTR-NO.
           START CLI-CONTRATS KEY IS NOT LESS THAN F-CTR-CLE.
           IF CTR-STATUS = "00"
               MOVE "N" TO WS-CTR-FIN
               PERFORM INDEXER-CONTRAT-SUIVANT
                   UNTIL WS-CTR-FIN = "O"
           ELSE
               IF CTR-STATUS NOT = "23"
                   MOVE "Positionnement CLI-CONTRATS"
                       TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        INDEXER-CONTRAT-SUIVANT.

           READ CLI-CONTRATS NEXT.
           IF CTR-STATUS = "00"
               IF F-CTR-ID = F-MAITRE-ID-NUM
                   IF F-CTR-STATUT = "Actif"
                       MOVE F-DATA-CTR TO WS-IMAGE-AVANT
                       MOVE F-CTR-MONTANT TO WS-MONTANT-A-INDEXER
                       PERFORM INDEXER-MONTANT
                       MOVE WS-MONTANT-INDEXE TO F-CTR-MONTANT
                       REWRITE F-DATA-CTR
                       IF CTR-STATUS NOT = "00"
                           MOVE "Réécriture CLI-CONTRATS"
                               TO WS-ABANDON-TEXTE
                           MOVE CTR-STATUS TO WS-ABANDON-STATUT
                           PERFORM ABANDON-TRAITEMENT
                       END-IF
                       MOVE F-DATA-CTR TO WS-IMAGE-APRES
                       PERFORM ECRIRE-AUDIT
                       ADD 1 TO WS-CPT-CTR-INDEXES
                   END-IF
               ELSE
                   MOVE "O" TO WS-CTR-FIN
               END-IF
           ELSE
               IF CTR-STATUS = "10"
                   MOVE "O" TO WS-CTR-FIN
               ELSE
                   MOVE "Lecture CLI-CONTRATS" TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        INDEXER-MONTANT.

      *    Montant indexé au taux du client, arrondi au centime. Un
      *    résultat hors capacité laisse le montant inchangé et est
      *    signalé.

           COMPUTE WS-MONTANT-INDEXE ROUNDED =
               WS-MONTANT-A-INDEXER * (100 + WS-TAUX-INDEXATION)
               / 100.
           IF WS-MONTANT-INDEXE > 99999999
               DISPLAY "Montant indexé hors capacité : "
                   F-MAITRE-ID-NUM
               MOVE WS-MONTANT-A-INDEXER TO WS-MONTANT-INDEXE
               ADD 1 TO WS-CPT-HORS-CAPACITE
           END-IF.

        AVANCER-ECHEANCE.

      *    Échéance suivante : même jour et même mois, un an plus
      *    tard.

           MOVE WS-ECHEANCE TO WS-ECHEANCE-SUIVANTE.
           ADD 1 TO WS-SUIV-AAAA.
           IF WS-SUIV-MM = 2 AND WS-SUIV-JJ = 29
               PERFORM CONTROLER-BISSEXTILE
               IF WS-BISSEXTILE = "N"
                   MOVE 28 TO WS-SUIV-JJ
               END-IF
           END-IF.

        CONTROLER-BISSEXTILE.

           MOVE "N" TO WS-BISSEXTILE.
           DIVIDE WS-SUIV-AAAA BY 4 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE.
           IF WS-RESTE = 0
               MOVE "O" TO WS-BISSEXTILE
               DIVIDE WS-SUIV-AAAA BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE
               IF WS-RESTE = 0
                   MOVE "N" TO WS-BISSEXTILE
                   DIVIDE WS-SUIV-AAAA BY 400 GIVING WS-QUOTIENT
                       REMAINDER WS-RESTE
                   IF WS-RESTE = 0
                       MOVE "O" TO WS-BISSEXTILE
                   END-IF
               END-IF
           END-IF.

        ECRIRE-AVIS.

      *    Ligne d'avis d'échéance du client reconduit, dans l'ordre
      *    des champs convenu avec le routeur. Le taux est présenté
      *    à virgule.

           MOVE WS-TAUX-INDEXATION TO WS-TAUX-AFF.
           MOVE SPACES TO WS-AVIS-LIGNE.
           STRING F-MAITRE-ID-NUM       DELIMITED BY SIZE
                  POINT-VIRGULE         DELIMITED BY SIZE
                  F-MAITRE-DESCRIPTION  DELIMITED BY SIZE
                  POINT-VIRGULE         DELIMITED BY SIZE
                  F-MAITRE-ID-NAME      DELIMITED BY SIZE
                  POINT-VIRGULE         DELIMITED BY SIZE
                  F-MAITRE-LIBELLE      DELIMITED BY SIZE
                  POINT-VIRGULE         DELIMITED BY SIZE
                  WS-ECHEANCE           DELIMITED BY SIZE
                  POINT-VIRGULE         DELIMITED BY SIZE
                  WS-ANCIEN-MONTANT     DELIMITED BY SIZE
                  POINT-VIRGULE         DELIMITED BY SIZE
                  F-MAITRE-NUMBER3      DELIMITED BY SIZE
                  POINT-VIRGULE         DELIMITED BY SIZE
                  F-MAITRE-EURO         DELIMITED BY SIZE
                  POINT-VIRGULE         DELIMITED BY SIZE
                  WS-TAUX-AFF-X(1:3)    DELIMITED BY SIZE
                  VIRGULE               DELIMITED BY SIZE
                  WS-TAUX-AFF-X(4:2)    DELIMITED BY SIZE
                  INTO WS-AVIS-LIGNE.
           WRITE F-DATA-AVIS FROM WS-AVIS-LIGNE.
           IF AVIS-STATUS NOT = "00"
               MOVE "Écriture RENV-AVIS" TO WS-ABANDON-TEXTE
               MOVE AVIS-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        ENTETE-NON-RECONDUCTIONS.

           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Clients non reconduits - échéances "
                      DELIMITED BY SIZE
                  WS-MOIS-CIBLE   DELIMITED BY SIZE
                  " - passage du " DELIMITED BY SIZE
                  WS-DATE-TRAITEE DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           WRITE F-DATA-NONREC FROM WS-LIGNE-EDIT.
           WRITE F-DATA-NONREC FROM WS-TIRET.
           IF NONREC-STATUS NOT = "00"
               MOVE "Écriture RENV-NONREC" TO WS-ABANDON-TEXTE
               MOVE NONREC-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        LISTER-NON-RECONDUCTION.

      *    Client à l'échéance marqué pour ne pas être reconduit :
      *    ni indexé ni reporté, seulement listé.

           MOVE F-MAITRE-ID-NUM TO WS-NR-ID.
           MOVE F-MAITRE-DESCRIPTION TO WS-NR-DESCRIPTION.
           MOVE F-MAITRE-LIBELLE TO WS-NR-LIBELLE.
           MOVE F-MAITRE-ECHEANCE TO WS-NR-ECHEANCE.
           MOVE F-MAITRE-NUMBER3 TO WS-NR-MONTANT.
           MOVE F-MAITRE-EURO TO WS-NR-DEVISE.
           WRITE F-DATA-NONREC FROM WS-NONREC-LIGNE.
           IF NONREC-STATUS NOT = "00"
               MOVE "Écriture RENV-NONREC" TO WS-ABANDON-TEXTE
               MOVE NONREC-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           ADD 1 TO WS-CPT-NON-RECONDUITS.

        PIED-NON-RECONDUCTIONS.

           WRITE F-DATA-NONREC FROM WS-TIRET.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Clients non reconduits : " DELIMITED BY SIZE
                  WS-CPT-NON-RECONDUITS      DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           WRITE F-DATA-NONREC FROM WS-LIGNE-EDIT.
           IF NONREC-STATUS NOT = "00"
               MOVE "Écriture RENV-NONREC" TO WS-ABANDON-TEXTE
               MOVE NONREC-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        CHARGER-PARAMETRES.

      *    Dépouillement du fichier de paramètres ccblrenv.par, sur
      *    le modèle de ccblbase. Le fichier absent laisse le taux
      *    général non renseigné.

           OPEN INPUT RENV-PARAM.
           IF PARAM-STATUS = "00"
               PERFORM LIRE-PARAMETRE UNTIL PARAM-STATUS = "10"
               CLOSE RENV-PARAM
           ELSE
               IF PARAM-STATUS NOT = "35"
                   MOVE "Ouverture RENV-PARAM" TO WS-ABANDON-TEXTE
                   MOVE PARAM-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-PARAMETRE.

      *    Lecture et application d'une ligne de paramètre. Les
      *    lignes vides ou commençant par "*" sont ignorées ; un
      *    mot-clé inconnu ou une valeur non numérique coupe le
      *    traitement, comme dans ccblbase.

           READ RENV-PARAM INTO WS-PARAM-REC.
           IF PARAM-STATUS = "00"
               IF WS-PARAM-REC = SPACES
                   OR WS-PARAM-REC(1:1) = "*"
                   CONTINUE
               ELSE
                   EVALUATE WS-PARAM-CLE
                       WHEN "TAUX"
                           MOVE WS-PARAM-VALEUR(1:5) TO WS-TAUX-LU
                           PERFORM CONTROLER-TAUX-LU
                           MOVE WS-TAUX-LU-NUM TO WS-TAUX-DEFAUT
                           MOVE "O" TO WS-TAUX-DEFAUT-LU
                       WHEN "IRP"
                           MOVE WS-PARAM-IRP-TAUX TO WS-TAUX-LU
                           PERFORM CONTROLER-TAUX-LU
                           PERFORM RANGER-IRP
                       WHEN "PREAVIS"
                           MOVE WS-PARAM-VALEUR(1:2) TO WS-PREAVIS-LU
                           IF WS-PREAVIS-LU NOT NUMERIC
                               OR WS-PREAVIS-LU = "00"
                               OR WS-PREAVIS-LU > "12"
                               MOVE "Préavis invalide"
                                   TO WS-ABANDON-TEXTE
                               MOVE PARAM-STATUS
                                   TO WS-ABANDON-STATUT
                               PERFORM ABANDON-TRAITEMENT
                           END-IF
                           MOVE WS-PREAVIS-LU TO WS-PREAVIS
                       WHEN OTHER
                           MOVE "Paramètre inconnu"
                               TO WS-ABANDON-TEXTE
                           MOVE WS-PARAM-CLE
                               TO WS-ABANDON-TEXTE(20:10)
                           MOVE PARAM-STATUS TO WS-ABANDON-STATUT
                           PERFORM ABANDON-TRAITEMENT
                   END-EVALUATE
               END-IF
           ELSE
               IF PARAM-STATUS NOT = "10"
                   MOVE "Lecture RENV-PARAM" TO WS-ABANDON-TEXTE
                   MOVE PARAM-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        CONTROLER-TAUX-LU.

           IF WS-TAUX-LU NOT NUMERIC
               MOVE "Taux d'indexation invalide" TO WS-ABANDON-TEXTE
               MOVE PARAM-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        RANGER-IRP.

      *    Taux propre à un intermédiaire ; une seconde ligne pour
      *    le même LIBELLE remplace la première.

           MOVE "N" TO WS-IRP-TROUVE.
           IF WS-IRP-NB > 0
               PERFORM COMPARER-IRP-PARAM VARYING WS-IRP-IDX
               FROM 1 BY 1 UNTIL WS-IRP-IDX > WS-IRP-NB
               OR WS-IRP-TROUVE = "O"
           END-IF.
           IF WS-IRP-TROUVE = "O"
               SUBTRACT 1 FROM WS-IRP-IDX
           ELSE
               IF WS-IRP-NB >= 50
                   MOVE "Trop de taux par IRP" TO WS-ABANDON-TEXTE
                   MOVE PARAM-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               ADD 1 TO WS-IRP-NB
               MOVE WS-IRP-NB TO WS-IRP-IDX
               MOVE WS-PARAM-IRP-LIBELLE TO WS-IRP-LIBELLE(WS-IRP-IDX)
           END-IF.
           MOVE WS-TAUX-LU-NUM TO WS-IRP-TAUX(WS-IRP-IDX).

        COMPARER-IRP-PARAM.

           IF WS-IRP-LIBELLE(WS-IRP-IDX) = WS-PARAM-IRP-LIBELLE
               MOVE "O" TO WS-IRP-TROUVE
           END-IF.

        CUMULER-CONTRATS.

      *    Cumul des contrats du client en F-DATA-MAITRE, dans sa
      *    devise, selon la règle de ccblmast. WS-CTR-NB = 0 :
      *    aucun contrat.

           MOVE 0 TO WS-CTR-NB.
           MOVE 0 TO WS-CTR-NB-VIVANTS.
           MOVE 0 TO WS-CUMUL-VIVANTS.
           MOVE 0 TO WS-CUMUL-TOUS.
           MOVE F-MAITRE-EURO TO WS-CONV-DEVISE.
           PERFORM CHERCHER-TAUX.
           MOVE WS-TAUX-CONTRAT TO WS-TAUX-CLIENT.
           MOVE F-MAITRE-ID-NUM TO F-CTR-ID.
           MOVE LOW-VALUES TO F-CTR-NO.
           START CLI-CONTRATS KEY IS NOT LESS THAN F-CTR-CLE.
           IF CTR-STATUS = "00"
               MOVE "N" TO WS-CTR-FIN
               PERFORM LIRE-CONTRAT-CLIENT UNTIL WS-CTR-FIN = "O"
           ELSE
               IF CTR-STATUS NOT = "23"
                   MOVE "Positionnement CLI-CONTRATS"
                       TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.
           IF WS-CTR-NB-VIVANTS > 0
               MOVE WS-CUMUL-VIVANTS TO WS-CUMUL-CLIENT
           ELSE
               MOVE WS-CUMUL-TOUS TO WS-CUMUL-CLIENT
           END-IF.
           IF WS-CUMUL-CLIENT > 99999999
               DISPLAY "Cumul des contrats hors capacité : "
                   F-MAITRE-ID-NUM
               MOVE 99999999 TO WS-CUMUL-CLIENT
           END-IF.

        LIRE-CONTRAT-CLIENT.

           READ CLI-CONTRATS NEXT.
           IF CTR-STATUS = "00"
               IF F-CTR-ID = F-MAITRE-ID-NUM
                   ADD 1 TO WS-CTR-NB
                   PERFORM CONVERTIR-CONTRAT
                   ADD WS-MONTANT-CONVERTI TO WS-CUMUL-TOUS
                   IF F-CTR-STATUT = "Actif"
                       OR F-CTR-STATUT = "Suspendu"
                       ADD 1 TO WS-CTR-NB-VIVANTS
                       ADD WS-MONTANT-CONVERTI TO WS-CUMUL-VIVANTS
                   END-IF
               ELSE
                   MOVE "O" TO WS-CTR-FIN
               END-IF
           ELSE
               IF CTR-STATUS = "10"
                   MOVE "O" TO WS-CTR-FIN
               ELSE
                   MOVE "Lecture CLI-CONTRATS" TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        CONVERTIR-CONTRAT.

      *    Montant du contrat dans la devise du client, par l'euro
      *    et arrondi au centime.

           IF F-CTR-DEVISE = F-MAITRE-EURO
               MOVE F-CTR-MONTANT TO WS-MONTANT-CONVERTI
           ELSE
               MOVE F-CTR-DEVISE TO WS-CONV-DEVISE
               PERFORM CHERCHER-TAUX
               COMPUTE WS-MONTANT-CONVERTI ROUNDED =
                   F-CTR-MONTANT * WS-TAUX-CONTRAT / WS-TAUX-CLIENT
           END-IF.

        CHERCHER-TAUX.

      *    Taux du jour de WS-CONV-DEVISE dans WS-TAUX-CONTRAT ; un
      *    code non reconnu compte pour 1.

           MOVE "N" TO WS-CONV-TROUVE.
           PERFORM COMPARER-DEVISE VARYING WS-CONV-IDX
           FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB
           OR WS-CONV-TROUVE = "O".
           IF WS-CONV-TROUVE = "O"
               SUBTRACT 1 FROM WS-CONV-IDX
               MOVE WS-CONV-TAUX(WS-CONV-IDX) TO WS-TAUX-CONTRAT
           ELSE
               MOVE 1 TO WS-TAUX-CONTRAT
           END-IF.

        COMPARER-DEVISE.

           IF WS-CONV-CODE(WS-CONV-IDX) = WS-CONV-DEVISE
               MOVE "O" TO WS-CONV-TROUVE
           END-IF.

        CHARGER-TAUX.

      *    Mise en place de la table de conversion et lecture des
      *    taux du jour, sur le modèle de ccblbase : fichier absent
      *    ou devise reconnue sans taux coupent le traitement.

           MOVE "EUR" TO WS-CONV-CODE(1).
           MOVE "USD" TO WS-CONV-CODE(2).
           MOVE "GBP" TO WS-CONV-CODE(3).
           MOVE "CHF" TO WS-CONV-CODE(4).
           PERFORM RAZ-TAUX VARYING WS-CONV-IDX
           FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB.
           OPEN INPUT ASSU-TAUX.
           IF TAUX-STATUS NOT = "00"
               MOVE "Ouverture ASSU-TAUX" TO WS-ABANDON-TEXTE
               MOVE TAUX-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           PERFORM LIRE-TAUX UNTIL TAUX-STATUS = "10".
           CLOSE ASSU-TAUX.
           PERFORM CONTROLER-TAUX VARYING WS-CONV-IDX
           FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB.

        RAZ-TAUX.

           MOVE 0 TO WS-CONV-TAUX(WS-CONV-IDX).

        LIRE-TAUX.

           READ ASSU-TAUX INTO WS-TAUX-REC.
           IF TAUX-STATUS = "00"
               PERFORM RANGER-TAUX VARYING WS-CONV-IDX
               FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB
           ELSE
               IF TAUX-STATUS NOT = "10"
                   MOVE "Lecture ASSU-TAUX" TO WS-ABANDON-TEXTE
                   MOVE TAUX-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        RANGER-TAUX.

           IF WS-CONV-CODE(WS-CONV-IDX) = WS-TAUX-CODE
               AND WS-TAUX-VALEUR NUMERIC
               MOVE WS-TAUX-VALEUR TO WS-CONV-TAUX(WS-CONV-IDX)
           END-IF.

        CONTROLER-TAUX.

           IF WS-CONV-TAUX(WS-CONV-IDX) = 0
               MOVE "Taux manquant devise" TO WS-ABANDON-TEXTE
               MOVE WS-CONV-CODE(WS-CONV-IDX)
                   TO WS-ABANDON-TEXTE(22:3)
               MOVE TAUX-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        ECRIRE-AUDIT.

      *    Ligne d'audit de la mise à jour qui vient d'aboutir, dans
      *    la découpe de ccblmaint.

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HEURE FROM TIME.
           MOVE WS-AUDIT-DATE TO WS-AUDIT-L-DATE.
           MOVE WS-AUDIT-HEURE(1:6) TO WS-AUDIT-L-HEURE.
           MOVE WS-OPERATEUR TO WS-AUDIT-L-OPER.
           MOVE WS-ACTION TO WS-AUDIT-L-ACTION.
           MOVE F-MAITRE-ID-NUM TO WS-AUDIT-L-ID.
           MOVE WS-IMAGE-AVANT TO WS-AUDIT-L-AVANT.
           MOVE WS-IMAGE-APRES TO WS-AUDIT-L-APRES.
           WRITE F-DATA-AUDIT FROM WS-AUDIT-LIGNE.
           IF AUDIT-STATUS NOT = "00"
               MOVE "Écriture CLI-AUDIT" TO WS-ABANDON-TEXTE
               MOVE AUDIT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        ABANDON-TRAITEMENT.

      *    Arrêt anormal suite à une opération fichier en erreur, sur
      *    le modèle de ccblbase.

           MOVE "** ANOMALIE FICHIER **" TO WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIGNE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
