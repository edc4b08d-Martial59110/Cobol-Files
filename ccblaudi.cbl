      *    complet du client - date, heure, opérateur, action, et
      *    les images avant et après de chaque mise à jour, champ
      *    par champ. Les consultations s'enchaînent jusqu'à une
      *    saisie vide, comme dans ccblinq. Les lignes d'action C
      *    portent des images de contrat (contrats.dat), restituées
      *    dans leur propre découpe, et celles d'action P, écrites
      *    par ccblmand, des images de mandat de prélèvement
      *    (mandats.dat). Les lignes d'action R, écrites par le
      *    renouvellement annuel (ccblrenv), portent des images du
      *    maître. Celles d'action I, écrites par ccblintm, portent
      *    des images de période du référentiel des intermédiaires
      *    et sont retrouvées par les huit premiers caractères de
      *    l'IRP. La session est ouverte par un opérateur du
      *    fichier des opérateurs (ccbloper), de rôle C au moins.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

      *    Fichier des opérateurs tenu par ccbloper, pour
      *    l'ouverture de session, et journal de sécurité.

           SELECT CLI-OPERATEURS ASSIGN TO "operateurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F-OPER-CODE
           FILE STATUS IS OPER-STATUS.

           SELECT OPTIONAL CLI-SECURITE
           ASSIGN TO "journal-securite.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECU-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLI-AUDIT.
       01 F-DATA-AUDIT PIC X(311).

       FD CLI-OPERATEURS.
        01 F-DATA-OPER.
           03 F-OPER-CODE PIC X(8).
           03 F-OPER-NOM PIC X(30).
           03 F-OPER-MOT-PASSE PIC X(12).
           03 F-OPER-ACTIF PIC X(1).
           03 F-OPER-ROLE PIC X(1).
           03 F-OPER-ECHECS PIC 9(2).
           03 F-OPER-DATE-CONNEXION PIC 9(8).
           03 F-OPER-DATE-MAJ PIC 9(8).
           03 FILLER PIC X(10).

       FD CLI-SECURITE.
       01 F-DATA-SECU PIC X(100).

       WORKING-STORAGE SECTION.
       01  AUDIT-STATUS PIC X(2).
       01  OPER-STATUS PIC X(2).
       01  SECU-STATUS PIC X(2).
       01  WS-FIN-CONSULTATION PIC X(1) VALUE "N".
       01  WS-FIN-FICHIER PIC X(1).
       01  WS-ID-SAISI PIC X(8).
       01  WS-OPERATEUR PIC X(8).
       01  WS-CPT-TROUVES PIC 9(5).

      *    Ligne d'audit dans la découpe écrite par ccblmaint.
           03 FILLER PIC X(1).
           03 WS-AUDIT-L-ID PIC X(8).
           03 FILLER PIC X(1).
           03 WS-AUDIT-L-AVANT PIC X(137).
           03 FILLER PIC X(1).
           03 WS-AUDIT-L-APRES PIC X(137).

      *    Même ligne dans la découpe d'avant l'allongement du maître
      *    à 137 caractères : images de 120 caractères, l'après en
      *    colonne 158. Une telle ligne se reconnaît à son image
      *    après, qui commence par l'ID-NUM de la ligne derrière un
      *    séparateur blanc ; dans la découpe actuelle ces colonnes
      *    portent la fin de l'image avant - date d'effet d'une
      *    image du maître, blancs d'une autre image - ou des blancs.
      *    Une ancienne ligne sans image après se lit à l'identique
      *    dans l'une ou l'autre découpe.

       01  WS-AUDIT-ANCIENNE REDEFINES WS-AUDIT-LIGNE.
           03 FILLER PIC X(36).
           03 WS-AUDIT-A-AVANT PIC X(120).
           03 WS-AUDIT-A-SEPARATEUR PIC X(1).
           03 WS-AUDIT-A-APRES PIC X(120).
           03 FILLER PIC X(34).
       01  WS-IMAGE-AVANT PIC X(137).
       01  WS-IMAGE-APRES PIC X(137).

      *    Image en cours d'affichage, dans la découpe du maître,
      *    pour restituer l'avant et l'après champ par champ.
           03 WS-IMG-NUMBER2 PIC X(11).
           03 WS-IMG-NUMBER3 PIC X(8).
           03 WS-IMG-EURO PIC X(3).
           03 WS-IMG-DATE-EFFET PIC X(8).
           03 WS-IMG-ECHEANCE PIC X(8).
           03 WS-IMG-RECONDUCTION PIC X(1).
       01  WS-IMAGE-CTR REDEFINES WS-IMAGE.
           03 WS-IMG-CTR-ID PIC X(8).
           03 WS-IMG-CTR-NO PIC X(3).
           03 WS-IMG-CTR-PRODUIT PIC X(20).
           03 WS-IMG-CTR-MONTANT PIC X(8).
           03 WS-IMG-CTR-DEVISE PIC X(3).
           03 WS-IMG-CTR-STATUT PIC X(11).
           03 FILLER PIC X(84).
       01  WS-IMAGE-MAND REDEFINES WS-IMAGE.
           03 WS-IMG-MAND-ID PIC X(8).
           03 WS-IMG-MAND-RUM PIC X(35).
           03 WS-IMG-MAND-IBAN PIC X(34).
           03 WS-IMG-MAND-BIC PIC X(11).
           03 WS-IMG-MAND-DATE-SIGNATURE PIC X(8).
           03 WS-IMG-MAND-SEQUENCE PIC X(4).
           03 WS-IMG-MAND-STATUT PIC X(1).
           03 WS-IMG-MAND-DATE-DERNIER PIC X(8).
           03 WS-IMG-MAND-SEQ-DERNIER PIC X(4).
           03 WS-IMG-MAND-MOTIF PIC X(4).
           03 FILLER PIC X(20).
       01  WS-IMAGE-INTM REDEFINES WS-IMAGE.
           03 WS-IMG-INTM-LIBELLE PIC X(16).
           03 WS-IMG-INTM-DATE-DEBUT PIC X(8).
           03 WS-IMG-INTM-NOM PIC X(30).
           03 WS-IMG-INTM-TAUX PIC X(5).
           03 WS-IMG-INTM-FOURNISSEUR PIC X(10).
           03 WS-IMG-INTM-DATE-MAJ PIC X(8).
           03 WS-IMG-INTM-OPER PIC X(8).
           03 FILLER PIC X(52).

      *    Identification de l'opérateur en début de session, comme
      *    dans ccbloper : mot de passe saisi, rôle retenu et son
      *    rang (C=1 M=2 S=3 A=4), rang minimum exigé, seuil de
      *    verrouillage ; rôle exigé par une action et son issue.

       01  WS-MOT-PASSE PIC X(12).
       01  WS-ROLE PIC X(1).
       01  WS-ROLE-CODE PIC X(1).
       01  WS-ROLE-RANG PIC 9(1).
       01  WS-ROLE-RANG-OPER PIC 9(1).
       01  WS-ROLE-MINIMUM PIC X(1) VALUE "C".
       01  WS-ROLE-AUTORISE PIC X(1).
       01  WS-ECHECS-MAX PIC 9(2) VALUE 3.

      *    Ligne du journal de sécurité, dans la découpe de
      *    ccbloper.

       01  WS-SECU-JOUR PIC 9(8).
       01  WS-SECU-HEURE PIC 9(8).
       01  WS-SECU-LIGNE.
           03 WS-SECU-L-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-HEURE PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-PROGRAMME PIC X(9) VALUE "ccblaudi".
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-OPER PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-TYPE PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-CIBLE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-MOTIF PIC X(40).
           03 FILLER PIC X(14) VALUE SPACES.

      *    Zones utilisées pour signaler un arrêt anormal, comme dans
      *    ccblbase.

       PROCEDURE DIVISION.

      *    L'opérateur ouvre la session : la consultation du journal
      *    est ouverte à tout rôle.

           PERFORM IDENTIFIER-OPERATEUR.
           MOVE SPACE TO WS-FIN-CONSULTATION.
           PERFORM CONSULTER-UN-HISTORIQUE
               UNTIL WS-FIN-CONSULTATION = "O".
      *    Restitution d'une mise à jour : entête, puis les images
      *    avant et après champ par champ. Une image à blanc (avant
      *    d'un ajout, après d'une suppression) est annoncée telle
      *    quelle. Une ligne de l'ancienne découpe voit ses images
      *    de 120 caractères complétées à blanc.

           IF WS-AUDIT-A-SEPARATEUR = SPACE
               AND WS-AUDIT-A-APRES(1:8) = WS-AUDIT-L-ID
               MOVE WS-AUDIT-A-AVANT TO WS-IMAGE-AVANT
               MOVE WS-AUDIT-A-APRES TO WS-IMAGE-APRES
           ELSE
               MOVE WS-AUDIT-L-AVANT TO WS-IMAGE-AVANT
               MOVE WS-AUDIT-L-APRES TO WS-IMAGE-APRES
           END-IF.
           DISPLAY " ".
           DISPLAY "Le " WS-AUDIT-L-DATE " à " WS-AUDIT-L-HEURE
               " par " WS-AUDIT-L-OPER " action " WS-AUDIT-L-ACTION.
           IF WS-IMAGE-AVANT = SPACES
               DISPLAY "Avant : (néant)"
           ELSE
               DISPLAY "Avant :"
               MOVE WS-IMAGE-AVANT TO WS-IMAGE
               PERFORM AFFICHER-IMAGE
           END-IF.
           IF WS-IMAGE-APRES = SPACES
               DISPLAY "Après : (néant)"
           ELSE
               DISPLAY "Après :"
               MOVE WS-IMAGE-APRES TO WS-IMAGE
               PERFORM AFFICHER-IMAGE
           END-IF.

        AFFICHER-IMAGE.

      *    Affichage d'une image du maître champ par champ, dans la
      *    présentation de ccblmaint, d'une image de contrat pour
      *    une ligne d'action C, de mandat pour une ligne d'action
      *    P, ou de période d'intermédiaire pour une ligne d'action
      *    I.

           IF WS-AUDIT-L-ACTION = "C"
               PERFORM AFFICHER-IMAGE-CONTRAT
           ELSE
               IF WS-AUDIT-L-ACTION = "P"
                   PERFORM AFFICHER-IMAGE-MANDAT
               ELSE
                   IF WS-AUDIT-L-ACTION = "I"
                       PERFORM AFFICHER-IMAGE-INTERMEDIAIRE
                   ELSE
                       PERFORM AFFICHER-IMAGE-MAITRE
                   END-IF
               END-IF
           END-IF.

        AFFICHER-IMAGE-MAITRE.

           DISPLAY "  ID      : " WS-IMG-ID-NUM.
           DISPLAY "  Libellé : " WS-IMG-ID-NAME.
           DISPLAY "  SIREN 2 : " WS-IMG-NUMBER2.
           DISPLAY "  Argent  : " WS-IMG-NUMBER3.
           DISPLAY "  Devise  : " WS-IMG-EURO.
           DISPLAY "  Effet   : " WS-IMG-DATE-EFFET.
           DISPLAY "  Échéance: " WS-IMG-ECHEANCE.
           DISPLAY "  Renouv. : " WS-IMG-RECONDUCTION.

        AFFICHER-IMAGE-CONTRAT.

           DISPLAY "  Contrat : " WS-IMG-CTR-NO.
           DISPLAY "  Produit : " WS-IMG-CTR-PRODUIT.
           DISPLAY "  Argent  : " WS-IMG-CTR-MONTANT.
           DISPLAY "  Devise  : " WS-IMG-CTR-DEVISE.
           DISPLAY "  Statut  : " WS-IMG-CTR-STATUT.

        AFFICHER-IMAGE-MANDAT.

           DISPLAY "  RUM      : " WS-IMG-MAND-RUM.
           DISPLAY "  IBAN     : " WS-IMG-MAND-IBAN.
           DISPLAY "  BIC      : " WS-IMG-MAND-BIC.
           DISPLAY "  Signé le : " WS-IMG-MAND-DATE-SIGNATURE.
           DISPLAY "  Séquence : " WS-IMG-MAND-SEQUENCE.
           DISPLAY "  Statut   : " WS-IMG-MAND-STATUT.
           DISPLAY "  Dernier  : " WS-IMG-MAND-DATE-DERNIER " "
               WS-IMG-MAND-SEQ-DERNIER.
           DISPLAY "  Rejet    : " WS-IMG-MAND-MOTIF.

        AFFICHER-IMAGE-INTERMEDIAIRE.

           DISPLAY "  IRP         : " WS-IMG-INTM-LIBELLE.
           DISPLAY "  Début       : " WS-IMG-INTM-DATE-DEBUT.
           DISPLAY "  Nom         : " WS-IMG-INTM-NOM.
           DISPLAY "  Taux        : " WS-IMG-INTM-TAUX(1:3) ","
               WS-IMG-INTM-TAUX(4:2) " %".
           DISPLAY "  Fournisseur : " WS-IMG-INTM-FOURNISSEUR.
           DISPLAY "  Mise à jour : " WS-IMG-INTM-DATE-MAJ " par "
               WS-IMG-INTM-OPER.

        IDENTIFIER-OPERATEUR.

      *    Ouverture de session, comme dans ccbloper : code et mot
      *    de passe contrôlés contre le fichier des opérateurs, puis
      *    le rôle contre WS-ROLE-MINIMUM. Toute connexion refusée
      *    est tracée au journal de sécurité et arrête le
      *    programme ; un mot de passe erroné compte un échec, le
      *    troisième verrouille l'opérateur.

           ACCEPT WS-SECU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Code opérateur ?".
           MOVE SPACES TO WS-OPERATEUR.
           ACCEPT WS-OPERATEUR.
           IF WS-OPERATEUR = SPACES
               DISPLAY "Code opérateur obligatoire."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Mot de passe ?".
           MOVE SPACES TO WS-MOT-PASSE.
           ACCEPT WS-MOT-PASSE.
           OPEN I-O CLI-OPERATEURS.
           IF OPER-STATUS = "35"
               DISPLAY "Fichier des opérateurs absent : lancer "
                   "d'abord ccbloper"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OPER-STATUS NOT = "00"
               MOVE "Ouverture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE WS-OPERATEUR TO F-OPER-CODE.
           READ CLI-OPERATEURS.
           IF OPER-STATUS = "23"
               MOVE "Opérateur inconnu" TO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           IF OPER-STATUS NOT = "00"
               MOVE "Lecture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           IF F-OPER-ACTIF NOT = "O"
               MOVE "Opérateur inactif" TO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           IF F-OPER-ECHECS >= WS-ECHECS-MAX
               MOVE "Opérateur verrouillé" TO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           IF F-OPER-MOT-PASSE NOT = WS-MOT-PASSE
               PERFORM COMPTER-ECHEC
               MOVE "Mot de passe erroné" TO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           MOVE F-OPER-ROLE TO WS-ROLE-CODE.
           PERFORM CLASSER-ROLE.
           MOVE WS-ROLE-RANG TO WS-ROLE-RANG-OPER.
           MOVE WS-ROLE-MINIMUM TO WS-ROLE-CODE.
           PERFORM CLASSER-ROLE.
           IF WS-ROLE-RANG-OPER < WS-ROLE-RANG
               MOVE SPACES TO WS-SECU-L-MOTIF
               STRING "Rôle insuffisant : " DELIMITED BY SIZE
                      F-OPER-ROLE          DELIMITED BY SIZE
                      INTO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           MOVE 0 TO F-OPER-ECHECS.
           MOVE WS-SECU-JOUR TO F-OPER-DATE-CONNEXION.
           REWRITE F-DATA-OPER.
           IF OPER-STATUS NOT = "00"
               MOVE "Réécriture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           CLOSE CLI-OPERATEURS.
           MOVE F-OPER-ROLE TO WS-ROLE.

        COMPTER-ECHEC.

      *    Un échec de plus ; au seuil, l'opérateur est verrouillé
      *    et le verrouillage tracé à part.

           ADD 1 TO F-OPER-ECHECS.
           REWRITE F-DATA-OPER.
           IF OPER-STATUS NOT = "00"
               MOVE "Réécriture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           IF F-OPER-ECHECS >= WS-ECHECS-MAX
               MOVE "V" TO WS-SECU-L-TYPE
               MOVE WS-OPERATEUR TO WS-SECU-L-CIBLE
               MOVE "Verrouillage après échecs répétés"
                   TO WS-SECU-L-MOTIF
               PERFORM NOTER-SECURITE
           END-IF.

        REFUSER-CONNEXION.

           CLOSE CLI-OPERATEURS.
           MOVE "C" TO WS-SECU-L-TYPE.
           MOVE WS-OPERATEUR TO WS-SECU-L-CIBLE.
           PERFORM NOTER-SECURITE.
           DISPLAY "Connexion refusée.".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

        CLASSER-ROLE.

      *    Rang du rôle WS-ROLE-CODE dans WS-ROLE-RANG ; un code
      *    inconnu ne donne aucun droit.

           EVALUATE WS-ROLE-CODE
               WHEN "C"
                   MOVE 1 TO WS-ROLE-RANG
               WHEN "M"
                   MOVE 2 TO WS-ROLE-RANG
               WHEN "S"
                   MOVE 3 TO WS-ROLE-RANG
               WHEN "A"
                   MOVE 4 TO WS-ROLE-RANG
               WHEN OTHER
                   MOVE 0 TO WS-ROLE-RANG
           END-EVALUATE.

        NOTER-SECURITE.

      *    Ajout d'une ligne au journal de sécurité ; le type, la
      *    clé visée et le motif sont posés par l'appelant.

           MOVE WS-SECU-JOUR TO WS-SECU-L-DATE.
           ACCEPT WS-SECU-HEURE FROM TIME.
           MOVE WS-SECU-HEURE(1:6) TO WS-SECU-L-HEURE.
           MOVE WS-OPERATEUR TO WS-SECU-L-OPER.
           OPEN EXTEND CLI-SECURITE.
           IF SECU-STATUS NOT = "00" AND SECU-STATUS NOT = "05"
               MOVE "Ouverture CLI-SECURITE" TO WS-ABANDON-TEXTE
               MOVE SECU-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           WRITE F-DATA-SECU FROM WS-SECU-LIGNE.
           IF SECU-STATUS NOT = "00"
               MOVE "Écriture CLI-SECURITE" TO WS-ABANDON-TEXTE
               MOVE SECU-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           CLOSE CLI-SECURITE.

        ABANDON-TRAITEMENT.

