       02 ixRows   pic 9(09).
       02 filler   pic x(01).
       02 ixSealed pic x(08).
       02 filler   pic x(01).
       02 ixSum    pic x(12).
       02 filler   pic x(01).
       02 ixState  pic x(01).
       02 filler   pic x(01).
       02 ixScrub  pic x(08).
fd extractFile.
    copy "sqrtresult.cpy".

