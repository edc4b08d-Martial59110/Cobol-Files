       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccbloper.

      *    Tenue du fichier des opérateurs (operateurs.dat) : code,
      *    nom, mot de passe, indicateur actif et rôle de chaque
      *    personne admise dans les programmes conversationnels.
      *    Rôles, chacun comprenant les droits des précédents :
      *      C consultation (ccblinq, ccblaudi) ;
      *      M modification (ajouts et modifications de ccblmaint
      *        et ccblmand) ;
      *      S suppression (suppressions de ccblmaint et ccblmand) ;
      *      A administrateur (ce programme).
      *    Les programmes identifient l'opérateur par code et mot de
      *    passe à l'ouverture de la session ; après trois échecs
      *    consécutifs l'opérateur est verrouillé jusqu'à ce qu'un
      *    administrateur lui redonne un mot de passe (action R).
      *    Connexions et actions refusées, verrouillages et
      *    opérations de ce programme sont tracés dans le journal de
      *    sécurité (journal-securite.dat).
      *    Réservé au rôle A. Au premier lancement, le fichier
      *    absent est créé et le premier opérateur saisi en est
      *    l'administrateur.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-OPERATEURS ASSIGN TO "operateurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-OPER-CODE
           FILE STATUS IS OPER-STATUS.

      *    Journal de sécurité, partagé par les programmes
      *    conversationnels. OPTIONAL : créé au premier événement.

           SELECT OPTIONAL CLI-SECURITE
           ASSIGN TO "journal-securite.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECU-STATUS.
       DATA DIVISION.
       FILE SECTION.

      *    Opérateur : actif "O" ou "N" ; nombre d'échecs de
      *    connexion consécutifs (verrouillé à partir de trois) ;
      *    date de la dernière connexion et de la dernière mise à
      *    jour de la fiche.

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
       01  OPER-STATUS PIC X(2).
       01  SECU-STATUS PIC X(2).

      *    Choix de l'administrateur : A = ajout, M = modification,
      *    S = suppression, R = nouveau mot de passe et
      *    déverrouillage, L = liste, F = fin de la session.

       01  WS-ACTION PIC X(1).
       01  WS-CODE-SAISI PIC X(8).
       01  WS-DATE-JOUR PIC 9(8).
       01  WS-FIN-FICHIER PIC X(1).

      *    Zones de saisie d'une fiche opérateur.

       01  WS-SAISIE-NOM PIC X(30).
       01  WS-SAISIE-MOT-PASSE PIC X(12).
       01  WS-SAISIE-ROLE PIC X(1).
       01  WS-SAISIE-ACTIF PIC X(1).
       01  WS-SAISIE-VALIDE PIC X(1).
       01  WS-OPER-LIGNE PIC X(70).

      *    Identification de l'opérateur en début de session : code,
      *    mot de passe, rôle retenu et son rang (C=1 M=2 S=3 A=4),
      *    rang minimum exigé par le programme, seuil de
      *    verrouillage.

       01  WS-OPERATEUR PIC X(8).
       01  WS-MOT-PASSE PIC X(12).
       01  WS-ROLE PIC X(1).
       01  WS-ROLE-CODE PIC X(1).
       01  WS-ROLE-RANG PIC 9(1).
       01  WS-ROLE-RANG-OPER PIC 9(1).
       01  WS-ROLE-MINIMUM PIC X(1) VALUE "A".
       01  WS-ECHECS-MAX PIC 9(2) VALUE 3.

      *    Ligne du journal de sécurité : date, heure, programme,
      *    opérateur, type d'événement (C connexion refusée,
      *    A action refusée, V verrouillage, G gestion des
      *    opérateurs), clé visée et motif.

       01  WS-SECU-HEURE PIC 9(8).
       01  WS-SECU-LIGNE.
           03 WS-SECU-L-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-HEURE PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-PROGRAMME PIC X(9) VALUE "ccbloper".
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

       01  WS-ABANDON-LIBELLE PIC X(40).
       01  WS-ABANDON-LIGNE.
           03 WS-ABANDON-TEXTE PIC X(40).
           03 WS-ABANDON-STATUT PIC X(2).

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *    Premier lancement : le fichier des opérateurs n'existe
      *    pas encore, il est créé avec son administrateur.
      *    Ensuite, la session est réservée au rôle A.

           OPEN INPUT CLI-OPERATEURS.
           IF OPER-STATUS = "35"
               PERFORM CREER-FICHIER-OPERATEURS
           ELSE
               IF OPER-STATUS NOT = "00"
                   MOVE "Ouverture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
                   MOVE OPER-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               CLOSE CLI-OPERATEURS
               PERFORM IDENTIFIER-OPERATEUR
           END-IF.

           OPEN I-O CLI-OPERATEURS.
           IF OPER-STATUS NOT = "00"
               MOVE "Ouverture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           MOVE SPACE TO WS-ACTION.
           PERFORM TRAITER-UNE-ACTION UNTIL WS-ACTION = "F".

           CLOSE CLI-OPERATEURS.
           DISPLAY "Fin de la mise à jour des opérateurs.".
           STOP RUN.

        CREER-FICHIER-OPERATEURS.

      *    Création du fichier et saisie de l'administrateur, qui
      *    ouvre ensuite la session.

           DISPLAY "Fichier des opérateurs absent : création, "
               "saisie de l'administrateur.".
           DISPLAY "Code opérateur ?".
           MOVE SPACES TO WS-CODE-SAISI.
           ACCEPT WS-CODE-SAISI.
           IF WS-CODE-SAISI = SPACES
               DISPLAY "Code opérateur obligatoire."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "A" TO WS-SAISIE-ROLE.
           MOVE "O" TO WS-SAISIE-ACTIF.
           PERFORM SAISIR-NOM-MOT-PASSE.
           IF WS-SAISIE-VALIDE NOT = "O"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CLI-OPERATEURS.
           IF OPER-STATUS NOT = "00"
               MOVE "Création CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE SPACES TO F-DATA-OPER.
           MOVE WS-CODE-SAISI TO F-OPER-CODE.
           PERFORM GARNIR-ENREG-OPER.
           MOVE WS-SAISIE-MOT-PASSE TO F-OPER-MOT-PASSE.
           MOVE 0 TO F-OPER-ECHECS.
           MOVE WS-DATE-JOUR TO F-OPER-DATE-CONNEXION.
           WRITE F-DATA-OPER.
           IF OPER-STATUS NOT = "00"
               MOVE "Écriture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           CLOSE CLI-OPERATEURS.
           MOVE WS-CODE-SAISI TO WS-OPERATEUR.
           MOVE "A" TO WS-ROLE.
           MOVE "G" TO WS-SECU-L-TYPE.
           MOVE WS-CODE-SAISI TO WS-SECU-L-CIBLE.
           MOVE "Création du fichier, administrateur"
               TO WS-SECU-L-MOTIF.
           PERFORM NOTER-SECURITE.
           DISPLAY "Administrateur " WS-OPERATEUR " créé.".

        TRAITER-UNE-ACTION.

      *    Une itération de la session : choix de l'action, saisie du
      *    code opérateur visé, puis aiguillage.

           DISPLAY " ".
           DISPLAY "Action (A=ajout M=modification S=suppression"
               " R=mot de passe L=liste F=fin) ?".
           ACCEPT WS-ACTION.
           INSPECT WS-ACTION CONVERTING "amsrlf" TO "AMSRLF".
           IF WS-ACTION = "A" OR WS-ACTION = "M" OR WS-ACTION = "S"
               OR WS-ACTION = "R"
               DISPLAY "Code de l'opérateur ?"
               MOVE SPACES TO WS-CODE-SAISI
               ACCEPT WS-CODE-SAISI
               IF WS-CODE-SAISI = SPACES
                   DISPLAY "Code opérateur obligatoire."
               ELSE
                   IF WS-ACTION = "A"
                       PERFORM AJOUTER-OPERATEUR
                   END-IF
                   IF WS-ACTION = "M"
                       PERFORM MODIFIER-OPERATEUR
                   END-IF
                   IF WS-ACTION = "S"
                       PERFORM SUPPRIMER-OPERATEUR
                   END-IF
                   IF WS-ACTION = "R"
                       PERFORM REINITIALISER-OPERATEUR
                   END-IF
               END-IF
           ELSE
               IF WS-ACTION = "L"
                   PERFORM LISTER-OPERATEURS
               ELSE
                   IF WS-ACTION NOT = "F"
                       DISPLAY "Choix non reconnu."
                   END-IF
               END-IF
           END-IF.

        AJOUTER-OPERATEUR.

      *    Nouvel opérateur : nom, mot de passe, rôle ; il est créé
      *    actif. Un statut "22" signifie que le code existe déjà.

           MOVE "O" TO WS-SAISIE-ACTIF.
           PERFORM SAISIR-NOM-MOT-PASSE.
           IF WS-SAISIE-VALIDE = "O"
               PERFORM SAISIR-ROLE
           END-IF.
           IF WS-SAISIE-VALIDE = "O"
               MOVE SPACES TO F-DATA-OPER
               MOVE WS-CODE-SAISI TO F-OPER-CODE
               PERFORM GARNIR-ENREG-OPER
               MOVE WS-SAISIE-MOT-PASSE TO F-OPER-MOT-PASSE
               MOVE 0 TO F-OPER-ECHECS
               MOVE 0 TO F-OPER-DATE-CONNEXION
               WRITE F-DATA-OPER
               IF OPER-STATUS = "00"
                   DISPLAY "Opérateur " WS-CODE-SAISI " ajouté."
                   MOVE SPACES TO WS-SECU-L-MOTIF
                   STRING "Ajout, rôle " DELIMITED BY SIZE
                          F-OPER-ROLE    DELIMITED BY SIZE
                          INTO WS-SECU-L-MOTIF
                   PERFORM NOTER-GESTION
               ELSE
                   IF OPER-STATUS = "22"
                       DISPLAY "Code déjà présent : utiliser M."
                   ELSE
                       MOVE "Écriture CLI-OPERATEURS"
                           TO WS-ABANDON-TEXTE
                       MOVE OPER-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           END-IF.

        MODIFIER-OPERATEUR.

      *    Modification du nom, du rôle et de l'indicateur actif ;
      *    une saisie vide garde la valeur en place. Un
      *    administrateur ne peut ni se retirer le rôle A ni se
      *    désactiver : le fichier ne doit pas rester sans
      *    administrateur.

           MOVE WS-CODE-SAISI TO F-OPER-CODE.
           READ CLI-OPERATEURS.
           IF OPER-STATUS = "00"
               PERFORM AFFICHER-OPERATEUR
               MOVE "O" TO WS-SAISIE-VALIDE
               DISPLAY "Nom (vide = inchangé) ?"
               MOVE SPACES TO WS-SAISIE-NOM
               ACCEPT WS-SAISIE-NOM
               IF WS-SAISIE-NOM = SPACES
                   MOVE F-OPER-NOM TO WS-SAISIE-NOM
               END-IF
               DISPLAY "Rôle (C/M/S/A, vide = inchangé) ?"
               MOVE SPACE TO WS-SAISIE-ROLE
               ACCEPT WS-SAISIE-ROLE
               INSPECT WS-SAISIE-ROLE CONVERTING "cmsa" TO "CMSA"
               IF WS-SAISIE-ROLE = SPACE
                   MOVE F-OPER-ROLE TO WS-SAISIE-ROLE
               END-IF
               DISPLAY "Actif (O/N, vide = inchangé) ?"
               MOVE SPACE TO WS-SAISIE-ACTIF
               ACCEPT WS-SAISIE-ACTIF
               INSPECT WS-SAISIE-ACTIF CONVERTING "on" TO "ON"
               IF WS-SAISIE-ACTIF = SPACE
                   MOVE F-OPER-ACTIF TO WS-SAISIE-ACTIF
               END-IF
               PERFORM CONTROLER-ROLE-ACTIF
               IF WS-SAISIE-VALIDE = "O"
                   AND WS-CODE-SAISI = WS-OPERATEUR
                   AND (WS-SAISIE-ROLE NOT = "A"
                       OR WS-SAISIE-ACTIF NOT = "O")
                   DISPLAY "Un administrateur ne peut pas se "
                       "retirer ses propres droits."
                   MOVE "N" TO WS-SAISIE-VALIDE
               END-IF
               IF WS-SAISIE-VALIDE = "O"
                   PERFORM GARNIR-ENREG-OPER
                   REWRITE F-DATA-OPER
                   IF OPER-STATUS = "00"
                       DISPLAY "Opérateur " WS-CODE-SAISI " modifié."
                       MOVE SPACES TO WS-SECU-L-MOTIF
                       STRING "Modification, rôle " DELIMITED BY SIZE
                              F-OPER-ROLE           DELIMITED BY SIZE
                              " actif "             DELIMITED BY SIZE
                              F-OPER-ACTIF          DELIMITED BY SIZE
                              INTO WS-SECU-L-MOTIF
                       PERFORM NOTER-GESTION
                   ELSE
                       MOVE "Réécriture CLI-OPERATEURS"
                           TO WS-ABANDON-TEXTE
                       MOVE OPER-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           ELSE
               PERFORM SIGNALER-CODE-INCONNU
           END-IF.

        SUPPRIMER-OPERATEUR.

      *    Suppression après confirmation ; un administrateur ne
      *    peut pas supprimer sa propre fiche.

           MOVE WS-CODE-SAISI TO F-OPER-CODE.
           READ CLI-OPERATEURS.
           IF OPER-STATUS = "00"
               PERFORM AFFICHER-OPERATEUR
               IF WS-CODE-SAISI = WS-OPERATEUR
                   DISPLAY "Un administrateur ne peut pas supprimer "
                       "sa propre fiche."
               ELSE
                   DISPLAY "Confirmer la suppression (O/N) ?"
                   ACCEPT WS-SAISIE-VALIDE
                   INSPECT WS-SAISIE-VALIDE CONVERTING "o" TO "O"
                   IF WS-SAISIE-VALIDE = "O"
                       DELETE CLI-OPERATEURS
                       IF OPER-STATUS = "00"
                           DISPLAY "Opérateur " WS-CODE-SAISI
                               " supprimé."
                           MOVE "Suppression" TO WS-SECU-L-MOTIF
                           PERFORM NOTER-GESTION
                       ELSE
                           MOVE "Suppression CLI-OPERATEURS"
                               TO WS-ABANDON-TEXTE
                           MOVE OPER-STATUS TO WS-ABANDON-STATUT
                           PERFORM ABANDON-TRAITEMENT
                       END-IF
                   ELSE
                       DISPLAY "Suppression abandonnée."
                   END-IF
               END-IF
           ELSE
               PERFORM SIGNALER-CODE-INCONNU
           END-IF.

        REINITIALISER-OPERATEUR.

      *    Nouveau mot de passe : remet aussi à zéro le compteur
      *    d'échecs, ce qui lève le verrouillage.

           MOVE WS-CODE-SAISI TO F-OPER-CODE.
           READ CLI-OPERATEURS.
           IF OPER-STATUS = "00"
               PERFORM AFFICHER-OPERATEUR
               DISPLAY "Nouveau mot de passe ?"
               MOVE SPACES TO WS-SAISIE-MOT-PASSE
               ACCEPT WS-SAISIE-MOT-PASSE
               IF WS-SAISIE-MOT-PASSE = SPACES
                   DISPLAY "Mot de passe obligatoire."
               ELSE
                   MOVE WS-SAISIE-MOT-PASSE TO F-OPER-MOT-PASSE
                   MOVE 0 TO F-OPER-ECHECS
                   MOVE WS-DATE-JOUR TO F-OPER-DATE-MAJ
                   REWRITE F-DATA-OPER
                   IF OPER-STATUS = "00"
                       DISPLAY "Mot de passe de " WS-CODE-SAISI
                           " remplacé."
                       MOVE "Nouveau mot de passe, déverrouillage"
                           TO WS-SECU-L-MOTIF
                       PERFORM NOTER-GESTION
                   ELSE
                       MOVE "Réécriture CLI-OPERATEURS"
                           TO WS-ABANDON-TEXTE
                       MOVE OPER-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           ELSE
               PERFORM SIGNALER-CODE-INCONNU
           END-IF.

        SIGNALER-CODE-INCONNU.

           IF OPER-STATUS = "23"
               DISPLAY "Opérateur inconnu : " WS-CODE-SAISI
           ELSE
               MOVE "Lecture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        LISTER-OPERATEURS.

      *    Liste de tous les opérateurs dans l'ordre des codes ; le
      *    mot de passe n'est jamais affiché.

           MOVE LOW-VALUES TO F-OPER-CODE.
           START CLI-OPERATEURS KEY IS NOT LESS THAN F-OPER-CODE.
           IF OPER-STATUS = "00"
               DISPLAY "Code     Nom                            "
                   "Rôle Actif Échecs Connexion"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-OPERATEUR-LISTE
                   UNTIL WS-FIN-FICHIER = "O"
           ELSE
               IF OPER-STATUS = "23"
                   DISPLAY "(aucun opérateur)"
               ELSE
                   MOVE "Positionnement CLI-OPERATEURS"
                       TO WS-ABANDON-TEXTE
                   MOVE OPER-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-OPERATEUR-LISTE.

           READ CLI-OPERATEURS NEXT.
           IF OPER-STATUS = "00"
               MOVE SPACES TO WS-OPER-LIGNE
               STRING F-OPER-CODE   DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      F-OPER-NOM    DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      F-OPER-ROLE   DELIMITED BY SIZE
                      "    "        DELIMITED BY SIZE
                      F-OPER-ACTIF  DELIMITED BY SIZE
                      "     "       DELIMITED BY SIZE
                      F-OPER-ECHECS DELIMITED BY SIZE
                      "     "       DELIMITED BY SIZE
                      F-OPER-DATE-CONNEXION DELIMITED BY SIZE
                      INTO WS-OPER-LIGNE
               DISPLAY WS-OPER-LIGNE
           ELSE
               IF OPER-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
                   MOVE OPER-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        SAISIR-NOM-MOT-PASSE.

           MOVE "O" TO WS-SAISIE-VALIDE.
           DISPLAY "Nom ?".
           MOVE SPACES TO WS-SAISIE-NOM.
           ACCEPT WS-SAISIE-NOM.
           DISPLAY "Mot de passe ?".
           MOVE SPACES TO WS-SAISIE-MOT-PASSE.
           ACCEPT WS-SAISIE-MOT-PASSE.
           IF WS-SAISIE-MOT-PASSE = SPACES
               DISPLAY "Mot de passe obligatoire : action abandonnée."
               MOVE "N" TO WS-SAISIE-VALIDE
           END-IF.

        SAISIR-ROLE.

           DISPLAY "Rôle (C=consultation M=modification "
               "S=suppression A=administrateur) ?".
           MOVE SPACE TO WS-SAISIE-ROLE.
           ACCEPT WS-SAISIE-ROLE.
           INSPECT WS-SAISIE-ROLE CONVERTING "cmsa" TO "CMSA".
           PERFORM CONTROLER-ROLE-ACTIF.

        CONTROLER-ROLE-ACTIF.

           IF WS-SAISIE-ROLE NOT = "C" AND WS-SAISIE-ROLE NOT = "M"
               AND WS-SAISIE-ROLE NOT = "S"
               AND WS-SAISIE-ROLE NOT = "A"
               DISPLAY "Rôle non reconnu : action abandonnée."
               MOVE "N" TO WS-SAISIE-VALIDE
           END-IF.
           IF WS-SAISIE-ACTIF NOT = "O" AND WS-SAISIE-ACTIF NOT = "N"
               DISPLAY "Actif O ou N : action abandonnée."
               MOVE "N" TO WS-SAISIE-VALIDE
           END-IF.

        GARNIR-ENREG-OPER.

           MOVE WS-SAISIE-NOM TO F-OPER-NOM.
           MOVE WS-SAISIE-ROLE TO F-OPER-ROLE.
           MOVE WS-SAISIE-ACTIF TO F-OPER-ACTIF.
           MOVE WS-DATE-JOUR TO F-OPER-DATE-MAJ.

        AFFICHER-OPERATEUR.

           DISPLAY "Code      : " F-OPER-CODE.
           DISPLAY "Nom       : " F-OPER-NOM.
           DISPLAY "Rôle      : " F-OPER-ROLE.
           DISPLAY "Actif     : " F-OPER-ACTIF.
           DISPLAY "Échecs    : " F-OPER-ECHECS.
           DISPLAY "Connexion : " F-OPER-DATE-CONNEXION.

        NOTER-GESTION.

      *    Trace d'une opération menée à bien sur le fichier des
      *    opérateurs.

           MOVE "G" TO WS-SECU-L-TYPE.
           MOVE WS-CODE-SAISI TO WS-SECU-L-CIBLE.
           PERFORM NOTER-SECURITE.

        IDENTIFIER-OPERATEUR.

      *    Ouverture de session : code et mot de passe contrôlés
      *    contre le fichier des opérateurs, puis le rôle contre le
      *    minimum exigé par le programme (WS-ROLE-MINIMUM). Toute
      *    connexion refusée est tracée au journal de sécurité et
      *    arrête le programme ; un mot de passe erroné compte un
      *    échec, le troisième verrouille l'opérateur. Le motif
      *    précis ne figure qu'au journal.

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
           MOVE WS-DATE-JOUR TO F-OPER-DATE-CONNEXION.
           REWRITE F-DATA-OPER.
           IF OPER-STATUS NOT = "00"
               MOVE "Réécriture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           CLOSE CLI-OPERATEURS.
           MOVE F-OPER-ROLE TO WS-ROLE.
           DISPLAY "Bonjour " F-OPER-NOM.

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

           MOVE WS-DATE-JOUR TO WS-SECU-L-DATE.
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

      *    Arrêt anormal suite à une opération fichier en erreur, sur
      *    le modèle de ccblbase.

           MOVE "** ANOMALIE FICHIER **" TO WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIGNE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
