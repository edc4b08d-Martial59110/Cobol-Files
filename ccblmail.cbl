           03 F-MAITRE-NUMBER2 PIC X(11).
           03 F-MAITRE-NUMBER3 PIC 9(8).
           03 F-MAITRE-EURO PIC X(3).
           03 F-MAITRE-DATE-EFFET PIC 9(8).
           03 F-MAITRE-ECHEANCE PIC 9(8).
           03 F-MAITRE-RECONDUCTION PIC X(1).

       FD ASSU-RESIL.
       01 F-DATA-RESIL PIC X(88).

       FD MAILING.
       01 F-DATA-MAILING PIC X(110).
       01  WS-RAPPORT-FILENAME PIC X(40).

      *    File de suivi rechargée en mémoire, dans la découpe de
      *    ccblbase (la marque d'extraction occupe le 79e caractère
      *    de la ligne, la date de résiliation les 8 derniers).

       01  WS-SUIVI-NB PIC 9(4) VALUE 0.
       01  WS-SUIVI-IDX PIC 9(4).
            05 WS-SUIVI-DESC PIC X(40).
            05 WS-SUIVI-MONTANT PIC 9(8).
            05 WS-SUIVI-EXTRAIT PIC X(1).
            05 WS-SUIVI-DATE-RESIL PIC X(8).
       01  WS-SUIVI-LIGNE.
           03 WS-SUIVI-L-ID PIC X(8).
           03 WS-SUIVI-L-DATE PIC 9(8).
           03 WS-SUIVI-L-MONTANT PIC 9(8).
           03 WS-SUIVI-L-EXTRAIT PIC X(1).
           03 FILLER PIC X(1).
           03 WS-SUIVI-L-DATE-RESIL PIC X(8).

      *    Ligne du fichier de publipostage : champs séparés par des
      *    points-virgules dans l'ordre demandé par le routeur -
                       TO WS-SUIVI-MONTANT(WS-SUIVI-NB)
                   MOVE WS-SUIVI-L-EXTRAIT
                       TO WS-SUIVI-EXTRAIT(WS-SUIVI-NB)
                   MOVE WS-SUIVI-L-DATE-RESIL
                       TO WS-SUIVI-DATE-RESIL(WS-SUIVI-NB)
               END-IF
           ELSE
               IF RESIL-STATUS NOT = "10"
           MOVE WS-SUIVI-DESC(WS-SUIVI-IDX) TO WS-SUIVI-L-DESC.
           MOVE WS-SUIVI-MONTANT(WS-SUIVI-IDX) TO WS-SUIVI-L-MONTANT.
           MOVE WS-SUIVI-EXTRAIT(WS-SUIVI-IDX) TO WS-SUIVI-L-EXTRAIT.
           MOVE WS-SUIVI-DATE-RESIL(WS-SUIVI-IDX)
               TO WS-SUIVI-L-DATE-RESIL.
           WRITE F-DATA-RESIL FROM WS-SUIVI-LIGNE.
           IF RESIL-STATUS NOT = "00"
               MOVE "Écriture ASSU-RESIL" TO WS-ABANDON-TEXTE
