*> Season standings line -- one per crew per table, in rank order.
*> Ties on points are broken by wins, then bonuses, then the smaller
*> total distance from the best hold, then crew id. Movement is the
*> change in rank since the previous meet (NEW for a crew with no
*> points before the latest meet). The meet columns carry the points
*> taken at each of the latest ten meets, "-" where the crew did not
*> race. Label literals live in WORKING-STORAGE and are MOVEd in
*> before the WRITE, matching RACERPT.cpy's pattern.
    05 SP-Label-Rank      PIC X(6).
    05 SP-Rank            PIC ZZZ9.
    05 FILLER             PIC X(2).
    05 SP-Movement        PIC X(5).
    05 FILLER             PIC X(2).
    05 SP-Label-Crew      PIC X(6).
    05 SP-Crew-Id         PIC X(4).
    05 FILLER             PIC X(2).
    05 SP-Label-Points    PIC X(8).
    05 SP-Points          PIC Z(6)9.
    05 FILLER             PIC X(2).
    05 SP-Label-Wins      PIC X(6).
    05 SP-Wins            PIC Z(4)9.
    05 FILLER             PIC X(2).
    05 SP-Label-Bonus     PIC X(7).
    05 SP-Bonuses         PIC Z(4)9.
    05 FILLER             PIC X(2).
    05 SP-Label-Races     PIC X(7).
    05 SP-Races           PIC Z(4)9.
    05 SP-Meet-Column OCCURS 10 TIMES.
        10 FILLER         PIC X(2).
        10 SP-Meet-Points PIC X(6).
