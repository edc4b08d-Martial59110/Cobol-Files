       01 F-DATA-CSV PIC X(124).

       FD ASSU-RESIL.
       01 F-DATA-RESIL PIC X(88).

       FD ASSU-CKPT.
       01 F-DATA-CKPT PIC X(360).
       01 F-DATA-TRVRAP PIC X(44).

       FD ASSU-SUIVI-SV.
       01 F-DATA-SUIVI-SV PIC X(89).

       WORKING-STORAGE SECTION.
       01  ASSU-STATUS PIC X(2).
      *    s'accumule sur plusieurs jours. La marque d'extraction
      *    ("X") est posée par ccblmail quand l'entrée escaladée a
      *    été transmise au routeur : elle est préservée ici d'une
      *    exécution à l'autre, comme le compteur de relances. La
      *    date de résiliation est celle du passage où l'entrée est
      *    vue Resilie pour la première fois - un client d'abord
      *    Suspendu entre en file bien avant sa résiliation - et
      *    s'efface si le client revient à Suspendu ; ccblarch en
      *    compte le délai d'archivage.

       01  WS-SUIVI-NB PIC 9(4) VALUE 0.
       01  WS-SUIVI-IDX PIC 9(4).
            05 WS-SUIVI-DESC PIC X(40).
            05 WS-SUIVI-MONTANT PIC 9(8).
            05 WS-SUIVI-EXTRAIT PIC X(1).
            05 WS-SUIVI-DATE-RESIL PIC X(8).
            05 WS-SUIVI-GARDER PIC X(1).
       01  WS-SUIVI-LIGNE.
           03 WS-SUIVI-L-ID PIC X(8).
           03 WS-SUIVI-L-MONTANT PIC 9(8).
           03 WS-SUIVI-L-EXTRAIT PIC X(1).
           03 FILLER PIC X(1).
           03 WS-SUIVI-L-DATE-RESIL PIC X(8).
       01  WS-SUIVI-SV-LIGNE.
           03 WS-SUIVI-SV-DATA PIC X(88).
           03 WS-SUIVI-SV-GARDER PIC X(1).
       01  WS-SUIVI-JOUR-INT PIC 9(7).
       01  WS-SUIVI-ENT-INT PIC 9(7).
           MOVE WS-SUIVI-L-DESC TO WS-SUIVI-DESC(WS-SUIVI-NB).
           MOVE WS-SUIVI-L-MONTANT TO WS-SUIVI-MONTANT(WS-SUIVI-NB).
           MOVE WS-SUIVI-L-EXTRAIT TO WS-SUIVI-EXTRAIT(WS-SUIVI-NB).
           MOVE WS-SUIVI-L-DATE-RESIL
               TO WS-SUIVI-DATE-RESIL(WS-SUIVI-NB).

         GERER-RESILIATIONS.

      *    un Resilie ou Suspendu entre dans la file (date du jour,
      *    zéro relance) ou y est rafraîchi (date d'entrée et
      *    compteur de relances préservés) ; un Actif déjà en file
      *    en sort. La date de résiliation est posée au premier
      *    passage Resilie et effacée par un retour à Suspendu. Les
      *    enregistrements sans ID-NUM ne peuvent pas être suivis et
      *    sont laissés de côté.

           IF ID-NUM NOT = SPACES
               PERFORM CHERCHER-SUIVI
                           TO WS-SUIVI-MONTANT(WS-SUIVI-TROUVE-IDX)
                       MOVE "O"
                           TO WS-SUIVI-GARDER(WS-SUIVI-TROUVE-IDX)
                       IF STATUT = "Resilie"
                           IF WS-SUIVI-DATE-RESIL(WS-SUIVI-TROUVE-IDX)
                               NOT NUMERIC
                               MOVE WS-DATE-JOUR TO WS-SUIVI-DATE-RESIL
                                   (WS-SUIVI-TROUVE-IDX)
                           END-IF
                       ELSE
                           MOVE SPACES TO
                               WS-SUIVI-DATE-RESIL(WS-SUIVI-TROUVE-IDX)
                       END-IF
                   ELSE
                       IF WS-SUIVI-NB >= 2000
                           MOVE "File de relance pleine"
                       MOVE DESCRIPTION TO WS-SUIVI-DESC(WS-SUIVI-NB)
                       MOVE NUMBER3 TO WS-SUIVI-MONTANT(WS-SUIVI-NB)
                       MOVE " " TO WS-SUIVI-EXTRAIT(WS-SUIVI-NB)
                       IF STATUT = "Resilie"
                           MOVE WS-DATE-JOUR
                               TO WS-SUIVI-DATE-RESIL(WS-SUIVI-NB)
                       ELSE
                           MOVE SPACES
                               TO WS-SUIVI-DATE-RESIL(WS-SUIVI-NB)
                       END-IF
                       MOVE "O" TO WS-SUIVI-GARDER(WS-SUIVI-NB)
                   END-IF
               ELSE
               TO WS-SUIVI-L-MONTANT.
           MOVE WS-SUIVI-EXTRAIT(WS-SUIVI-IDX)
               TO WS-SUIVI-L-EXTRAIT.
           MOVE WS-SUIVI-DATE-RESIL(WS-SUIVI-IDX)
               TO WS-SUIVI-L-DATE-RESIL.

         ECRIRE-SUIVI-SV.

