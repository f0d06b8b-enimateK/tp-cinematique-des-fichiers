        FILE STATUS IS fret_stat.
*> Suivi d'assiduite du plan de mobilite, conserve de scrutin en
*> scrutin : compteur d'absences consecutives a la prise en
*> charge, remis a zero a chaque presence. La date de derniere
*> mise a jour sert a la purge des suivis echus (retention)
        SELECT fassiduite ASSIGN TO "fassiduite.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        01 assiduiteTampon.
          02 fas_id PIC 9(15).
          02 fas_absences PIC 9(3).
          02 fas_date_maj PIC 9(8).
        FD felecteurs.
        01 elecTampon.
          02 fe_id PIC 9(15).
                 ELSE
                    MOVE 1 TO fas_absences
                 END-IF
                 MOVE FUNCTION CURRENT-DATE (1:8) TO fas_date_maj
                 WRITE assiduiteTampon END-WRITE
              NOT INVALID KEY
                 IF Wpresent = 1 THEN
                 ELSE
                    ADD 1 TO fas_absences
                 END-IF
                 MOVE FUNCTION CURRENT-DATE (1:8) TO fas_date_maj
                 REWRITE assiduiteTampon END-REWRITE
           END-READ
           IF fass_stat NOT = 0 AND fass_stat NOT = 2
