01 KidGroupLeader.
    05 LeaderEventFile pic x(20) value spaces.
    05 LeaderGroupCode pic x(4) value spaces.
    05 LeaderDay pic xxx value spaces.
    05 LeaderAuthCode pic x(6) value spaces.
