01 Circuit.
    05 CircuitId pic x(6) value spaces.
    05 CircuitArea pic x(15) value spaces.
    05 CircuitAmpRating pic 999 value zero.
    05 CircuitSockets pic 99 value zero.
    05 CircuitDescription pic x(30) value spaces.
