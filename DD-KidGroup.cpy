01 KidGroup.
    05 KidGroupEventFile pic x(20) value spaces.
    05 KidGroupCode pic x(4) value spaces.
    05 KidGroupName pic x(20) value spaces.
    05 KidGroupMinAge pic 99 value zero.
    05 KidGroupMaxAge pic 99 value zero.
    05 KidGroupRatio pic 99 value zero.
