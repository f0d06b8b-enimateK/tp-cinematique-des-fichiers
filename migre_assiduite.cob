IDENTIFICATION DIVISION.
PROGRAM-ID. migre_assiduite.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Utilitaire de reprise : charge l'ancien suivi d'assiduite
*> (prealablement renomme fassiduite_ancien.dat par l'exploitant)
*> dans le nouveau fassiduite.dat, qui porte la date de derniere
*> mise a jour de chaque suivi. Les suivis repris sont dates du
*> jour de la reprise : leur delai de conservation part de la.
        SELECT fassiduite_ancien ASSIGN TO "fassiduite_ancien.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fao_id
        FILE STATUS IS fanc_stat.
        SELECT fassiduite ASSIGN TO "fassiduite.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fas_id
        FILE STATUS IS fass_stat.

DATA DIVISION.
FILE SECTION.
        FD fassiduite_ancien.
        01 assiduiteAncTampon.
          02 fao_id PIC 9(15).
          02 fao_absences PIC 9(3).
        FD fassiduite.
        01 assiduiteTampon.
          02 fas_id PIC 9(15).
          02 fas_absences PIC 9(3).
          02 fas_date_maj PIC 9(8).

WORKING-STORAGE SECTION.
        77 fanc_stat PIC 9(2).
        77 fass_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wdate_jour PIC 9(8).
        77 Wnbcharges PIC 9(8).
        77 Wio_ko PIC 9 VALUE 0.

PROCEDURE DIVISION.

        PERFORM CHARGE_ASSIDUITE

*> Code retour exploitable par un enchainement de traitements :
*> 0 si la reprise s'est faite sans erreur d'ecriture
        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           MOVE 0 TO RETURN-CODE
        END-IF

        GOBACK.

        CHARGE_ASSIDUITE.
        MOVE 0 TO Wnbcharges
        MOVE 0 TO Wfin
        MOVE FUNCTION CURRENT-DATE (1:8) TO Wdate_jour
        OPEN INPUT fassiduite_ancien
        IF fanc_stat = 35 THEN
           DISPLAY 'Fichier fassiduite_ancien.dat introuvable, '
              'renommer d''abord l''ancien fassiduite.dat'
           MOVE 1 TO Wio_ko
        ELSE
           OPEN OUTPUT fassiduite
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fassiduite_ancien NEXT RECORD
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    MOVE fao_id TO fas_id
                    MOVE fao_absences TO fas_absences
                    MOVE Wdate_jour TO fas_date_maj
                    WRITE assiduiteTampon END-WRITE
                    IF fass_stat NOT = 0 AND fass_stat NOT = 2
                       AND fass_stat NOT = 4
                       MOVE 1 TO Wio_ko
                    ELSE
                       ADD 1 TO Wnbcharges
                    END-IF
              END-READ
           END-PERFORM
           CLOSE fassiduite
        END-IF
        CLOSE fassiduite_ancien
        DISPLAY 'Reprise terminee : ', Wnbcharges, ' suivis d''assiduite'.
