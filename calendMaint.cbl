      ******************************************************************
      * Author:
      * Date:
      * Purpose: Entretien du calendrier des jours ouvres depuis le
      *          menu, reserve au superviseur - liste un mois du
      *          calendrier, charge une annee entiere (samedis et
      *          dimanches fermes, jours feries fixes et jours
      *          feries mobiles de Paques, de l'Ascension et de la
      *          Pentecote deja marques), declare un jour ferie
      *          supplementaire avec son libelle ou rouvre un jour
      *          exceptionnellement. Une annee deja chargee n'est
      *          pas rechargee ; le fichier reste en ordre de date.
      *          StandingOrders, GlExtract, DailyClose et GlAckMatch
      *          lisent ce calendrier par CalLookup, CalCheck
      *          previent en fin de mois quand l'annee suivante
      *          manque.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalendMaint IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               FILE STATUS IS CAL-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-WORK-FILE ASSIGN TO "CALWRK"
               FILE STATUS IS WORK-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       COPY "calendar.cpy".

       FD  CALENDAR-WORK-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  CALENDAR-WORK-RECORD    PIC X(31).

       WORKING-STORAGE SECTION.
       77  CAL-STATUS PIC X(2).
       77  WORK-STATUS PIC X(2).
       77  EOF-FLAG PIC X(1).
           88  FIN-FICHIER VALUE 'Y'.
       77  CHOIX PIC 9(1).
       77  FIN-ENTRETIEN PIC X(1) VALUE 'N'.
       77  SAISIE PIC X(25).
       77  ENTRY-OK PIC X(1).
       77  DATE-CIBLE PIC X(8).
       77  MOIS-CIBLE PIC X(6).
       77  ANNEE-CIBLE PIC 9(4).
       77  ANNEE-TEXTE PIC X(4).
       77  LIBELLE-SAISI PIC X(20).
       77  TYPE-VOULU PIC X(1).
       77  JOUR-TROUVE PIC X(1).
       77  ANNEE-PRESENTE PIC X(1).
       77  ANNEE-ECRITE PIC X(1).
       77  NB-JOURS PIC 9(3).
       77  NB-OUVERTS PIC 9(3).
       77  JOUR-INT PIC 9(8).
       77  DERNIER-INT PIC 9(8).
       77  DATE-NUM PIC 9(8).
       77  JOUR-SEMAINE PIC 9(1).
       77  NB-FERIES PIC 9(2).
       77  IX-FERIE PIC 9(2).
       77  PAQUES-INT PIC 9(8).
       77  PQ-A PIC 9(4).
       77  PQ-B PIC 9(4).
       77  PQ-C PIC 9(4).
       77  PQ-D PIC 9(4).
       77  PQ-E PIC 9(4).
       77  PQ-F PIC 9(4).
       77  PQ-G PIC 9(4).
       77  PQ-H PIC 9(4).
       77  PQ-I PIC 9(4).
       77  PQ-K PIC 9(4).
       77  PQ-L PIC 9(4).
       77  PQ-M PIC 9(4).
       77  PQ-MOIS PIC 9(2).
       77  PQ-JOUR PIC 9(2).
       01  TABLE-FERIES.
           05  FERIE OCCURS 12.
               10  FERIE-DATE PIC X(8).
               10  FERIE-LIBELLE PIC X(20).
       01  JOUR-GENERE.
           05  JG-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  JG-TYPE PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  JG-LIBELLE PIC X(20).

       PROCEDURE DIVISION.

           PERFORM UNTIL FIN-ENTRETIEN = 'Y'
               PERFORM AFFICHE-MENU
               PERFORM TRAITE-CHOIX
           END-PERFORM.

           GOBACK.

       AFFICHE-MENU.
           DISPLAY " ".
           DISPLAY "--- Calendrier des jours ouvres ---".
           DISPLAY "1. Lister un mois".
           DISPLAY "2. Charger une annee".
           DISPLAY "3. Declarer un jour ferie".
           DISPLAY "4. Rouvrir un jour".
           DISPLAY "5. Retour".
           DISPLAY "Votre choix : ".
           ACCEPT CHOIX.

       TRAITE-CHOIX.
           EVALUATE CHOIX
               WHEN 1
                   PERFORM LISTE-MOIS
               WHEN 2
                   PERFORM CHARGE-ANNEE
               WHEN 3
                   PERFORM DECLARE-FERIE
               WHEN 4
                   PERFORM ROUVRE-JOUR
               WHEN 5
                   MOVE 'Y' TO FIN-ENTRETIEN
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

       LISTE-MOIS.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
               DISPLAY "Mois AAAAMM :"
               ACCEPT SAISIE
               IF SAISIE(1:6) IS NUMERIC
                  AND SAISIE(7:19) = SPACES
                   MOVE SAISIE(1:6) TO MOIS-CIBLE
                   MOVE 'Y' TO ENTRY-OK
               ELSE
                   DISPLAY "Mois invalide."
               END-IF
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           MOVE ZERO TO NB-JOURS
           MOVE ZERO TO NB-OUVERTS
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS NOT = "00"
               DISPLAY "CALENDAR introuvable, statut " CAL-STATUS
           ELSE
               PERFORM UNTIL FIN-FICHIER
                   READ CALENDAR-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF CAL-DATE(1:6) = MOIS-CIBLE
                               DISPLAY CAL-DATE " " CAL-DAY-TYPE " "
                                   CAL-LABEL
                               ADD 1 TO NB-JOURS
                               IF CAL-OUVERT
                                   ADD 1 TO NB-OUVERTS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               IF NB-JOURS = ZERO
                   DISPLAY "Mois absent du calendrier."
               ELSE
                   DISPLAY NB-OUVERTS " jour(s) ouvre(s) sur "
                       NB-JOURS "."
               END-IF
           END-IF.

       CHARGE-ANNEE.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
               DISPLAY "Annee AAAA :"
               ACCEPT SAISIE
               IF SAISIE(1:4) IS NUMERIC
                  AND SAISIE(5:21) = SPACES
                  AND SAISIE(1:4) > "1999"
                   MOVE SAISIE(1:4) TO ANNEE-CIBLE
                   MOVE SAISIE(1:4) TO ANNEE-TEXTE
                   MOVE 'Y' TO ENTRY-OK
               ELSE
                   DISPLAY "Annee invalide."
               END-IF
           END-PERFORM
           MOVE 'N' TO ANNEE-PRESENTE
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS = "00"
               PERFORM UNTIL FIN-FICHIER OR ANNEE-PRESENTE = 'Y'
                   READ CALENDAR-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF CAL-DATE(1:4) = ANNEE-TEXTE
                               MOVE 'Y' TO ANNEE-PRESENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           IF ANNEE-PRESENTE = 'Y'
               DISPLAY "Annee " ANNEE-CIBLE " deja chargee."
           ELSE
               PERFORM PREPARE-FERIES
               PERFORM ECRIT-ANNEE
               DISPLAY "Annee " ANNEE-CIBLE " chargee, " NB-OUVERTS
                   " jours ouvres."
           END-IF.

       PREPARE-FERIES.
           MOVE SPACES TO TABLE-FERIES
           MOVE ZERO TO NB-FERIES
           MOVE "0101JOUR DE L'AN" TO SAISIE
           PERFORM AJOUTE-FERIE-FIXE
           MOVE "0501FETE DU TRAVAIL" TO SAISIE
           PERFORM AJOUTE-FERIE-FIXE
           MOVE "0508VICTOIRE 1945" TO SAISIE
           PERFORM AJOUTE-FERIE-FIXE
           MOVE "0714FETE NATIONALE" TO SAISIE
           PERFORM AJOUTE-FERIE-FIXE
           MOVE "0815ASSOMPTION" TO SAISIE
           PERFORM AJOUTE-FERIE-FIXE
           MOVE "1101TOUSSAINT" TO SAISIE
           PERFORM AJOUTE-FERIE-FIXE
           MOVE "1111ARMISTICE 1918" TO SAISIE
           PERFORM AJOUTE-FERIE-FIXE
           MOVE "1225NOEL" TO SAISIE
           PERFORM AJOUTE-FERIE-FIXE
           PERFORM CALCULE-PAQUES
           ADD 1 TO PAQUES-INT
           MOVE "LUNDI DE PAQUES" TO LIBELLE-SAISI
           PERFORM AJOUTE-FERIE-MOBILE
           ADD 38 TO PAQUES-INT
           MOVE "ASCENSION" TO LIBELLE-SAISI
           PERFORM AJOUTE-FERIE-MOBILE
           ADD 11 TO PAQUES-INT
           MOVE "LUNDI DE PENTECOTE" TO LIBELLE-SAISI
           PERFORM AJOUTE-FERIE-MOBILE.

       AJOUTE-FERIE-FIXE.
           ADD 1 TO NB-FERIES
           STRING ANNEE-TEXTE SAISIE(1:4) DELIMITED BY SIZE
               INTO FERIE-DATE(NB-FERIES)
           MOVE SAISIE(5:20) TO FERIE-LIBELLE(NB-FERIES).

       AJOUTE-FERIE-MOBILE.
           ADD 1 TO NB-FERIES
           MOVE FUNCTION DATE-OF-INTEGER(PAQUES-INT) TO DATE-NUM
           MOVE DATE-NUM TO FERIE-DATE(NB-FERIES)
           MOVE LIBELLE-SAISI TO FERIE-LIBELLE(NB-FERIES).

       CALCULE-PAQUES.
           COMPUTE PQ-A = FUNCTION MOD(ANNEE-CIBLE, 19)
           DIVIDE ANNEE-CIBLE BY 100 GIVING PQ-B REMAINDER PQ-C
           DIVIDE PQ-B BY 4 GIVING PQ-D REMAINDER PQ-E
           COMPUTE PQ-F = (PQ-B + 8) / 25
           COMPUTE PQ-G = (PQ-B - PQ-F + 1) / 3
           COMPUTE PQ-H = FUNCTION MOD(19 * PQ-A + PQ-B - PQ-D - PQ-G
               + 15, 30)
           DIVIDE PQ-C BY 4 GIVING PQ-I REMAINDER PQ-K
           COMPUTE PQ-L = FUNCTION MOD(32 + 2 * PQ-E + 2 * PQ-I
               - PQ-H - PQ-K, 7)
           COMPUTE PQ-M = (PQ-A + 11 * PQ-H + 22 * PQ-L) / 451
           COMPUTE PQ-MOIS = (PQ-H + PQ-L - 7 * PQ-M + 114) / 31
           COMPUTE PQ-JOUR = FUNCTION MOD(PQ-H + PQ-L - 7 * PQ-M
               + 114, 31) + 1
           COMPUTE DATE-NUM = ANNEE-CIBLE * 10000 + PQ-MOIS * 100
               + PQ-JOUR
           COMPUTE PAQUES-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM).

       ECRIT-ANNEE.
           MOVE 'N' TO ANNEE-ECRITE
           MOVE ZERO TO NB-OUVERTS
           MOVE 'N' TO EOF-FLAG
           OPEN OUTPUT CALENDAR-WORK-FILE
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS = "00"
               PERFORM UNTIL FIN-FICHIER
                   READ CALENDAR-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF CAL-DATE(1:4) > ANNEE-TEXTE
                              AND ANNEE-ECRITE = 'N'
                               PERFORM GENERE-ANNEE
                           END-IF
                           MOVE CALENDAR-RECORD
                               TO CALENDAR-WORK-RECORD
                           WRITE CALENDAR-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           IF ANNEE-ECRITE = 'N'
               PERFORM GENERE-ANNEE
           END-IF
           CLOSE CALENDAR-WORK-FILE
           PERFORM RECOPIE-CALENDRIER.

       GENERE-ANNEE.
           MOVE 'Y' TO ANNEE-ECRITE
           COMPUTE DATE-NUM = ANNEE-CIBLE * 10000 + 0101
           COMPUTE JOUR-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM)
           COMPUTE DATE-NUM = ANNEE-CIBLE * 10000 + 1231
           COMPUTE DERNIER-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM)
           PERFORM UNTIL JOUR-INT > DERNIER-INT
               MOVE FUNCTION DATE-OF-INTEGER(JOUR-INT) TO DATE-NUM
               MOVE DATE-NUM TO JG-DATE
               MOVE SPACES TO JG-LIBELLE
               COMPUTE JOUR-SEMAINE = FUNCTION MOD(JOUR-INT, 7)
               IF JOUR-SEMAINE = 0 OR JOUR-SEMAINE = 6
                   MOVE 'W' TO JG-TYPE
               ELSE
                   MOVE 'O' TO JG-TYPE
               END-IF
               PERFORM VARYING IX-FERIE FROM 1 BY 1
                       UNTIL IX-FERIE > NB-FERIES
                   IF FERIE-DATE(IX-FERIE) = JG-DATE
                       MOVE 'F' TO JG-TYPE
                       MOVE FERIE-LIBELLE(IX-FERIE) TO JG-LIBELLE
                   END-IF
               END-PERFORM
               IF JG-TYPE = 'O'
                   ADD 1 TO NB-OUVERTS
               END-IF
               MOVE JOUR-GENERE TO CALENDAR-WORK-RECORD
               WRITE CALENDAR-WORK-RECORD
               ADD 1 TO JOUR-INT
           END-PERFORM.

       DECLARE-FERIE.
           PERFORM GET-DATE-CIBLE
           DISPLAY "Libelle du jour ferie :"
           ACCEPT SAISIE
           MOVE FUNCTION UPPER-CASE(SAISIE(1:20)) TO LIBELLE-SAISI
           MOVE 'F' TO TYPE-VOULU
           PERFORM RECRIT-JOUR
           IF JOUR-TROUVE = 'Y'
               DISPLAY "Jour " DATE-CIBLE " declare ferie."
           ELSE
               DISPLAY "Date absente du calendrier, charger l'annee."
           END-IF.

       ROUVRE-JOUR.
           PERFORM GET-DATE-CIBLE
           MOVE SPACES TO LIBELLE-SAISI
           MOVE 'O' TO TYPE-VOULU
           PERFORM RECRIT-JOUR
           IF JOUR-TROUVE = 'Y'
               DISPLAY "Jour " DATE-CIBLE " ouvert."
           ELSE
               DISPLAY "Date absente du calendrier, charger l'annee."
           END-IF.

       GET-DATE-CIBLE.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
               DISPLAY "Date AAAAMMJJ :"
               ACCEPT SAISIE
               IF SAISIE(1:8) IS NUMERIC
                  AND SAISIE(9:17) = SPACES
                   MOVE SAISIE(1:8) TO DATE-CIBLE
                   MOVE 'Y' TO ENTRY-OK
               ELSE
                   DISPLAY "Date invalide."
               END-IF
           END-PERFORM.

       RECRIT-JOUR.
           MOVE 'N' TO JOUR-TROUVE
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS = "00"
               OPEN OUTPUT CALENDAR-WORK-FILE
               PERFORM UNTIL FIN-FICHIER
                   READ CALENDAR-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF CAL-DATE = DATE-CIBLE
                               MOVE 'Y' TO JOUR-TROUVE
                               MOVE TYPE-VOULU TO CAL-DAY-TYPE
                               MOVE LIBELLE-SAISI TO CAL-LABEL
                           END-IF
                           MOVE CALENDAR-RECORD
                               TO CALENDAR-WORK-RECORD
                           WRITE CALENDAR-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               CLOSE CALENDAR-WORK-FILE
               IF JOUR-TROUVE = 'Y'
                   PERFORM RECOPIE-CALENDRIER
               END-IF
           END-IF.

       RECOPIE-CALENDRIER.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT CALENDAR-WORK-FILE
           OPEN OUTPUT CALENDAR-FILE
           PERFORM UNTIL FIN-FICHIER
               READ CALENDAR-WORK-FILE
                   AT END
                       SET FIN-FICHIER TO TRUE
                   NOT AT END
                       MOVE CALENDAR-WORK-RECORD TO CALENDAR-RECORD
                       WRITE CALENDAR-RECORD
               END-READ
           END-PERFORM
           CLOSE CALENDAR-WORK-FILE
           CLOSE CALENDAR-FILE.

       END PROGRAM CalendMaint.
